      ******************************************************************
      * Copybook: APRSEL
      * Purpose:  FILE-CONTROL entry for FATURAS-APROVADAS, as notas de
      *           fornecedor que passaram limpas pela conferencia
      *           tripla (CONFERE-FATURAS) e seguem para pagamento.
      ******************************************************************
           SELECT FATURAS-APROVADAS ASSIGN TO
           'C:\ARQUIVOS\faturas-aprovadas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APR.
