      ******************************************************************
      * Copybook: ORCSEL
      * Purpose:  FILE-CONTROL entry for ORCAMENTOS, o orcamento de
      *           compras por categoria de produto e mes: o valor
      *           orcado pelo financeiro, o comprometido pelos pedidos
      *           emitidos e ainda nao recebidos e o realizado pelas
      *           entradas. Chave categoria + mes (AAAAMM).
      ******************************************************************
           SELECT ORCAMENTOS ASSIGN TO
           'C:\ARQUIVOS\orcamentos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORC-CHAVE
           FILE STATUS IS WS-FS-ORC.
