      ******************************************************************
      * Copybook: SUBFD
      * Purpose:  FD and record layout for SUBSTITUTOS. SUB-FATOR e
      *           quantas unidades de estoque do substituto equivalem
      *           a uma unidade de estoque do produto (caixa com 12 no
      *           lugar de 12 avulsas = 0.0833; mesmo item = 1).
      *           SUB-SUCEDE marca o substituto que sucede o produto
      *           em descontinuacao: o produto deixa de ser comprado e,
      *           esgotado o saldo dele, a reposicao passa ao sucessor.
      *           Um produto tem no maximo um sucessor.
      ******************************************************************
       FD SUBSTITUTOS.
       01 REG-SUBSTITUTO.
           03 SUB-CHAVE.
               05 SUB-COD-PRODUTO      PIC 9(06).
               05 SUB-COD-SUBSTITUTO   PIC 9(06).
           03 SUB-FATOR                PIC 9(05)V9(04).
           03 SUB-SUCESSAO             PIC X(01).
               88 SUB-SUCEDE           VALUE 'S'.
               88 SUB-EQUIVALENTE      VALUE 'N'.
           03 SUB-DATA-ALTERACAO       PIC 9(08).
           03 SUB-OPERADOR             PIC X(08).
