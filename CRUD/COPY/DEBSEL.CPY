      ******************************************************************
      * Copybook: DEBSEL
      * Purpose:  FILE-CONTROL entry for DEBITOS-FORNECEDOR, as notas
      *           de debito geradas pela devolucao ao fornecedor
      *           (CRUD-22): cada documento de devolucao vira um
      *           debito em aberto, valorizado pelo preco acordado da
      *           linha, que a programacao de pagamentos abate das
      *           parcelas do mesmo fornecedor.
      ******************************************************************
           SELECT DEBITOS-FORNECEDOR ASSIGN TO
           'C:\ARQUIVOS\debitos-fornecedor.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DEB-NUMERO
           FILE STATUS IS WS-FS-DEB.
