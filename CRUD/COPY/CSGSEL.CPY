      ******************************************************************
      * Copybook: CSGSEL
      * Purpose:  FILE-CONTROL entry for CONSIGNACAO, os produtos que
      *           um fornecedor mantem em consignacao nas nossas
      *           prateleiras: o fornecedor dono, o preco combinado do
      *           consumo e o saldo consignado ainda nao consumido.
      *           Chave o codigo do produto.
      ******************************************************************
           SELECT CONSIGNACAO ASSIGN TO
           'C:\ARQUIVOS\consignacao.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CSG-COD-PRODUTO
           FILE STATUS IS WS-FS-CSG.
