      ******************************************************************
      * Copybook: SUBSEL
      * Purpose:  FILE-CONTROL entry for SUBSTITUTOS, os itens
      *           equivalentes aprovados de cada produto (outra marca,
      *           outra embalagem ou modelo novo). Chave o produto
      *           seguido do substituto, entao um START no produto
      *           percorre todos os equivalentes dele.
      ******************************************************************
           SELECT SUBSTITUTOS ASSIGN TO
           'C:\ARQUIVOS\substitutos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUB-CHAVE
           FILE STATUS IS WS-FS-SUB.
