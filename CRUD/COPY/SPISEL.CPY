      ******************************************************************
      * Copybook: SPISEL
      * Purpose:  FILE-CONTROL entry for SPOOL-INDICE, o indice dos
      *           relatorios em spool: um registro por emissao com o
      *           programa, a data e a hora, o usuario, os parametros
      *           usados, as linhas e paginas e o arquivo de spool,
      *           para a reimpressao em CRUD-43-reimprime-relatorio e
      *           o expurgo em EXPURGA-SPOOL.
      ******************************************************************
           SELECT SPOOL-INDICE ASSIGN TO 'C:\ARQUIVOS\spool-indice.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPI-CHAVE
           FILE STATUS IS WS-FS-SPI.
