      ******************************************************************
      * Copybook: CNMFD
      * Purpose:  FD and record layout for CONSUMO-MENSAL. CNM-SAIDAS
      *           sao as saidas do mes fora dos pares de estorno,
      *           CNM-DEVOLVIDO as devolucoes dos departamentos ao
      *           estoque no mes, e CNM-CONSUMO o liquido das duas
      *           (nunca negativo), em unidade de estoque.
      *           CNM-DATA-APURACAO e o dia em que o mes foi apurado
      *           pela ultima vez. Mes sem registro para o produto
      *           e mes de consumo zero.
      ******************************************************************
       FD CONSUMO-MENSAL.
       01 REG-CONSUMO-MENSAL.
           03 CNM-CHAVE.
               05 CNM-COD-PRODUTO      PIC 9(06).
               05 CNM-ANO-MES          PIC 9(06).
           03 CNM-SAIDAS               PIC 9(09).
           03 CNM-DEVOLVIDO            PIC 9(09).
           03 CNM-CONSUMO              PIC 9(09).
           03 CNM-DATA-APURACAO        PIC 9(08).
