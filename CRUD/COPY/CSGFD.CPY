      ******************************************************************
      * Copybook: CSGFD
      * Purpose:  FD and record layout for CONSIGNACAO. CSG-PRECO e o
      *           preco unitario por unidade de estoque combinado para
      *           o consumo, na moeda CSG-MOEDA (branco = local).
      *           CSG-SALDO e a parte de ESTOQUE-PRODUTO que ainda e
      *           do fornecedor: sobe no recebimento consignado, desce
      *           no consumo e na devolucao. A disponibilidade continua
      *           olhando ESTOQUE-PRODUTO inteiro; a valorizacao e o
      *           razao olham so o que passa do CSG-SALDO.
      *           CSG-ENCERRADA e o acordo desfeito: o produto deixa de
      *           receber e consumir como consignado.
      ******************************************************************
       FD CONSIGNACAO.
       01 REG-CONSIGNACAO.
           03 CSG-COD-PRODUTO          PIC 9(06).
           03 CSG-COD-FORNECEDOR       PIC 9(04).
           03 CSG-PRECO                PIC 9(07)V99.
           03 CSG-MOEDA                PIC X(03).
           03 CSG-SALDO                PIC 9(09).
           03 CSG-SITUACAO             PIC X(01).
               88 CSG-ATIVA            VALUE 'A'.
               88 CSG-ENCERRADA        VALUE 'E'.
           03 CSG-DATA-INICIO          PIC 9(08).
           03 CSG-DATA-ALTERACAO       PIC 9(08).
