      ******************************************************************
      * Copybook: AGOSEL
      * Purpose:  FILE-CONTROL entry for AGUARDA-ORCAMENTO, a lista de
      *           linhas de reposicao que o GERA-PEDIDOS deixou de
      *           emitir porque estourariam o orcamento da categoria
      *           no mes. Uma linha por produto; o gerente aprova a
      *           linha em CRUD-32 e a proxima emissao a libera.
      ******************************************************************
           SELECT AGUARDA-ORCAMENTO ASSIGN TO
           'C:\ARQUIVOS\aguarda-orcamento.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGO-COD-PRODUTO
           FILE STATUS IS WS-FS-AGO.
