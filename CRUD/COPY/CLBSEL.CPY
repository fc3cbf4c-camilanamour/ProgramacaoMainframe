      ******************************************************************
      * Copybook: CLBSEL
      * Purpose:  FILE-CONTROL entry for CALIBRACOES, a agenda de
      *           calibracao dos instrumentos de medicao, um registro
      *           por numero de serie de SERIES-PRODUTO (mesma chave
      *           produto + serie). Serie sem registro aqui nao e
      *           instrumento calibrado.
      ******************************************************************
           SELECT CALIBRACOES ASSIGN TO
           'C:\ARQUIVOS\calibracoes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLB-CHAVE
           FILE STATUS IS WS-FS-CLB.
