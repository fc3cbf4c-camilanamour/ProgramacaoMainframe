      ******************************************************************
      * Copybook: PRVFD
      * Purpose:  FD and record layout for PREVISAO-DEMANDA.
      *           PRV-QUANTIDADE e o nivel mensal (media dos ultimos
      *           12 meses de CONSUMO-MENSAL) vezes o indice sazonal
      *           do mes do calendario, em unidade de estoque.
      *           PRV-INDICE fica 1,00 enquanto o produto nao tem 24
      *           meses de historico. PRV-MES-BASE e o ultimo mes
      *           fechado usado no calculo e PRV-HORIZONTE quantos
      *           meses a frente dele esta o mes previsto.
      ******************************************************************
       FD PREVISAO-DEMANDA.
       01 REG-PREVISAO-DEMANDA.
           03 PRV-CHAVE.
               05 PRV-COD-PRODUTO      PIC 9(06).
               05 PRV-ANO-MES          PIC 9(06).
           03 PRV-QUANTIDADE           PIC 9(09).
           03 PRV-NIVEL                PIC 9(09)V99.
           03 PRV-INDICE               PIC 9(02)V99.
           03 PRV-MES-BASE             PIC 9(06).
           03 PRV-HORIZONTE            PIC 9(01).
           03 PRV-DATA-GERACAO         PIC 9(08).
