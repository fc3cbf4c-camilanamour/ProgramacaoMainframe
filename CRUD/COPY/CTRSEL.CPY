      ******************************************************************
      * Copybook: CTRSEL
      * Purpose:  FILE-CONTROL entry for CONTRATOS-FORNECEDOR, os
      *           contratos anuais de fornecimento negociados por
      *           compras: preco fixo por produto, quantidade total
      *           contratada e janela de validade. Chave fornecedor +
      *           produto; GERA-PEDIDOS emite a linha como liberacao
      *           contra o contrato vigente e abate o saldo.
      ******************************************************************
           SELECT CONTRATOS-FORNECEDOR ASSIGN TO
           'C:\ARQUIVOS\contratos-fornecedor.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTR-CHAVE
           FILE STATUS IS WS-FS-CTR.
