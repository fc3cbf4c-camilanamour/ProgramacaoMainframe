      ******************************************************************
      * Copybook: ARMFD
      * Purpose:  FD and record layout for ARMARIOS-PAR. Quantidades
      *           em unidades de estoque. A contagem do departamento
      *           (CARGA-CONTAGEM-ARMARIO) grava ARM-QTD-CONTADA e
      *           marca ARM-CONTAGEM-NOVA; REPOE-ARMARIOS compara a
      *           contagem com o ponto de pedido, enfileira em
      *           REQUISICOES a reposicao ate o maximo e desmarca.
      *           ARM-QTD-CONTAGENS e ARM-QTD-VAZIO contam, desde
      *           ARM-DATA-INICIO, as contagens recebidas e as que
      *           acharam o armario vazio.
      ******************************************************************
       FD ARMARIOS-PAR.
       01 REG-ARMARIO.
           03 ARM-CHAVE.
               05 ARM-DESTINO          PIC X(06).
               05 ARM-COD-PRODUTO      PIC 9(06).
           03 ARM-QTD-MAXIMA           PIC 9(09).
           03 ARM-PONTO-PEDIDO         PIC 9(09).
           03 ARM-QTD-CONTADA          PIC 9(09).
           03 ARM-DATA-CONTAGEM        PIC 9(08).
           03 ARM-CONTAGEM-NOVA        PIC X(01).
               88 ARM-A-COMPARAR       VALUE 'S'.
               88 ARM-COMPARADA        VALUE 'N'.
           03 ARM-DATA-INICIO          PIC 9(08).
           03 ARM-QTD-CONTAGENS        PIC 9(05).
           03 ARM-QTD-VAZIO            PIC 9(05).
           03 ARM-QTD-REPOSICOES       PIC 9(05).
           03 ARM-ULTIMA-REQUISICAO    PIC 9(09).
           03 ARM-DATA-ALTERACAO       PIC 9(08).
           03 ARM-OPERADOR             PIC X(08).
