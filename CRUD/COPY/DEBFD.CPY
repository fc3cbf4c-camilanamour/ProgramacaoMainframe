      ******************************************************************
      * Copybook: DEBFD
      * Purpose:  FD and record layout for DEBITOS-FORNECEDOR.
      *           DEB-NUMERO e o numero do documento de devolucao;
      *           DEB-SALDO e o que ainda nao foi abatido de parcela a
      *           pagar (o debito fica ABERTO ate o saldo zerar e
      *           passa a COMPENSADO).
      ******************************************************************
       FD DEBITOS-FORNECEDOR.
       01 REG-DEBITO.
           03 DEB-NUMERO           PIC 9(09).
           03 DEB-COD-FORNECEDOR   PIC 9(04).
           03 DEB-DATA             PIC 9(08).
           03 DEB-NUMERO-PEDIDO    PIC 9(06).
           03 DEB-COD-PRODUTO      PIC 9(06).
           03 DEB-QUANTIDADE       PIC 9(09).
           03 DEB-VALOR            PIC 9(12)V99.
           03 DEB-SALDO            PIC 9(12)V99.
           03 DEB-SITUACAO         PIC X(01).
               88 DEB-ABERTO       VALUE 'A'.
               88 DEB-COMPENSADO   VALUE 'C'.
