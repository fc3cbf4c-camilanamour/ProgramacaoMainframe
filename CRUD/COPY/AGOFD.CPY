      ******************************************************************
      * Copybook: AGOFD
      * Purpose:  FD and record layout for AGUARDA-ORCAMENTO. Guarda a
      *           linha como o GERA-PEDIDOS a teria emitido (na ultima
      *           vez que foi retida) e a posicao do orcamento naquele
      *           momento. AGO-RETIDA aguarda aprovacao; AGO-APROVADA
      *           foi aprovada por um supervisor e sai no proximo
      *           GERA-PEDIDOS mesmo acima do orcamento, quando o
      *           registro e apagado.
      ******************************************************************
       FD AGUARDA-ORCAMENTO.
       01 REG-AGUARDA.
           03 AGO-COD-PRODUTO          PIC 9(06).
           03 AGO-NOME-PRODUTO         PIC X(20).
           03 AGO-CATEGORIA            PIC X(15).
           03 AGO-MES                  PIC 9(06).
           03 AGO-DATA                 PIC 9(08).
           03 AGO-COD-FORNECEDOR       PIC 9(04).
           03 AGO-QTD-PEDIR            PIC 9(09).
           03 AGO-UNIDADE              PIC X(03).
           03 AGO-MOEDA                PIC X(03).
           03 AGO-PRECO-MOEDA          PIC 9(07)V99.
           03 AGO-VALOR-LOCAL          PIC 9(12)V99.
           03 AGO-ORCADO               PIC 9(12)V99.
           03 AGO-USADO                PIC 9(12)V99.
           03 AGO-SITUACAO             PIC X(01).
               88 AGO-RETIDA           VALUE 'R'.
               88 AGO-APROVADA         VALUE 'A'.
           03 AGO-APROVADOR            PIC X(08).
           03 AGO-DATA-APROVACAO       PIC 9(08).
