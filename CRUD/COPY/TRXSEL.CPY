      ******************************************************************
      * Copybook: TRXSEL
      * Purpose:  FILE-CONTROL entry for TRANSMISSAO-PEDIDOS, o registro
      *           de transmissao dos pedidos eletronicos: cada arquivo
      *           de pedido gerado por fornecedor deixa aqui uma linha
      *           com o pedido, o fornecedor, o nome do arquivo, os
      *           totais de controle do trailer e a data/hora — a
      *           prova de que o pedido saiu, e quando.
      ******************************************************************
           SELECT TRANSMISSAO-PEDIDOS ASSIGN TO
           'C:\ARQUIVOS\transmissao-pedidos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRX.
