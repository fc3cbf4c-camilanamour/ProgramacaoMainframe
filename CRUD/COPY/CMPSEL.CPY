      ******************************************************************
      * Copybook: CMPSEL
      * Purpose:  FILE-CONTROL entry for COMPROMISSOS, o compromisso
      *           de orcamento de cada linha de pedido emitida pelo
      *           GERA-PEDIDOS. Chave numero do pedido + produto, a
      *           mesma de PEDIDOS-COMPRA.
      ******************************************************************
           SELECT COMPROMISSOS ASSIGN TO
           'C:\ARQUIVOS\compromissos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMP-CHAVE
           FILE STATUS IS WS-FS-CMP.
