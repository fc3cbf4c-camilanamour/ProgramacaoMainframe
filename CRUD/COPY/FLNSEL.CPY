      ******************************************************************
      * Copybook: FLNSEL
      * Purpose:  FILE-CONTROL entry for FATURAS-LINHAS, o historico
      *           das linhas de fatura conferidas pelo CONFERE-FATURAS
      *           (uma por nota + pedido + produto; nota reapresentada
      *           sobrepoe a conferencia anterior), com o preco
      *           faturado ao lado do acordado, base da variacao de
      *           preco de compra.
      ******************************************************************
           SELECT FATURAS-LINHAS ASSIGN TO
           'C:\ARQUIVOS\faturas-linhas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FLN-CHAVE
           FILE STATUS IS WS-FS-FLN.
