      ******************************************************************
      * Copybook: PGOSEL
      * Purpose:  FILE-CONTROL entry for PERIGOSOS, os dados de
      *           produto perigoso (solventes, acidos, cilindros de
      *           gas) presos ao produto pelo mesmo codigo. Produto
      *           sem registro aqui nao e perigoso.
      ******************************************************************
           SELECT PERIGOSOS ASSIGN TO
           'C:\ARQUIVOS\perigosos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PGO-COD-PRODUTO
           FILE STATUS IS WS-FS-PGO.
