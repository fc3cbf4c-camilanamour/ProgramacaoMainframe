      ******************************************************************
      * Copybook: RNCSEL
      * Purpose:  FILE-CONTROL entry for NAO-CONFORMIDADES, o registro
      *           de nao conformidade de fornecedor (RNC) aberto pela
      *           rejeicao no QC (CRUD-21) ou pela devolucao ao
      *           fornecedor (CRUD-22), pelo numero da RNC.
      ******************************************************************
           SELECT NAO-CONFORMIDADES ASSIGN TO
           'C:\ARQUIVOS\nao-conformidades.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RNC-NUMERO
           FILE STATUS IS WS-FS-RNC.
