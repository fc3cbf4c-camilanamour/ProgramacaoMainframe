      ******************************************************************
      * Copybook: EMPFD
      * Purpose:  FD and record layout for EMPRESTIMOS. A ferramenta
      *           sai para o destino EMP-DESTINO nas maos de
      *           EMP-RESPONSAVEL em EMP-DATA-SAIDA, com devolucao
      *           prevista em EMP-DATA-PREVISTA; o emprestimo nao e
      *           consumo (nao grava MOVIMENTO-ESTOQUE nem baixa o
      *           saldo). A devolucao fecha o registro com a data e o
      *           operador que recebeu a unidade de volta.
      ******************************************************************
       FD EMPRESTIMOS.
       01 REG-EMPRESTIMO.
           03 EMP-NUMERO               PIC 9(09).
           03 EMP-CHAVE-SERIE.
               05 EMP-COD-PRODUTO      PIC 9(06).
               05 EMP-SERIE            PIC X(20).
           03 EMP-DESTINO              PIC X(06).
           03 EMP-RESPONSAVEL          PIC X(20).
           03 EMP-DATA-SAIDA           PIC 9(08).
           03 EMP-DATA-PREVISTA        PIC 9(08).
           03 EMP-DATA-DEVOLUCAO       PIC 9(08).
           03 EMP-SITUACAO             PIC X(01).
               88 EMP-ABERTO           VALUE 'A'.
               88 EMP-DEVOLVIDO        VALUE 'D'.
           03 EMP-OPERADOR-SAIDA       PIC X(20).
           03 EMP-OPERADOR-RETORNO     PIC X(20).
