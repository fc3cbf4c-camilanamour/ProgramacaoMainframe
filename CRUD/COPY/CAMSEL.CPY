      ******************************************************************
      * Copybook: CAMSEL
      * Purpose:  FILE-CONTROL entry for CAMBIO, a tabela datada de
      *           taxas de cambio: uma taxa por moeda e data de
      *           vigencia, valendo ate a proxima data cadastrada da
      *           mesma moeda.
      ******************************************************************
           SELECT CAMBIO ASSIGN TO
           'C:\ARQUIVOS\cambio.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAM-CHAVE
           FILE STATUS IS WS-FS-CAM.
