      ******************************************************************
      * Copybook: ARMSEL
      * Purpose:  FILE-CONTROL entry for ARMARIOS-PAR, o nivel de
      *           reposicao dos armarios de material dos departamentos:
      *           um registro por destino (codigo de DESTINOS) e
      *           produto, com a quantidade maxima do armario e o
      *           ponto de pedido. Chave destino + produto.
      ******************************************************************
           SELECT ARMARIOS-PAR ASSIGN TO
           'C:\ARQUIVOS\armarios-par.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARM-CHAVE
           FILE STATUS IS WS-FS-ARM.
