      ******************************************************************
      * Copybook: NFEFD
      * Purpose:  FD and record layout for NOTAS-ENTRADA.
      *           NFE-QUANTIDADE esta em unidade de compra, como a
      *           linha do pedido. NFE-VALOR-PRODUTOS e o valor da
      *           entrada em moeda local, base do ICMS e do IPI
      *           (NFE-ALIQ- em percentual). Entrada lancada sem os
      *           dados da nota fica NFE-SEM-NOTA (numero zero) e e
      *           apontada no resumo da manha.
      ******************************************************************
       FD NOTAS-ENTRADA.
       01 REG-NOTA-ENTRADA.
           03 NFE-MOV-NUMERO           PIC 9(09).
           03 NFE-CHAVE-NF.
               05 NFE-COD-FORNECEDOR   PIC 9(04).
               05 NFE-NUMERO           PIC 9(09).
               05 NFE-SERIE            PIC X(03).
           03 NFE-CNPJ                 PIC X(14).
           03 NFE-DATA-EMISSAO         PIC 9(08).
           03 NFE-DATA-ENTRADA         PIC 9(08).
           03 NFE-CFOP                 PIC 9(04).
           03 NFE-NUMERO-PEDIDO        PIC 9(06).
           03 NFE-COD-PRODUTO          PIC 9(06).
           03 NFE-QUANTIDADE           PIC 9(09).
           03 NFE-VALOR-PRODUTOS       PIC 9(14)V99.
           03 NFE-ALIQ-ICMS            PIC 9(02)V99.
           03 NFE-VALOR-ICMS           PIC 9(12)V99.
           03 NFE-ALIQ-IPI             PIC 9(02)V99.
           03 NFE-VALOR-IPI            PIC 9(12)V99.
           03 NFE-ORIGEM               PIC X(01).
               88 NFE-BALCAO           VALUE 'B'.
               88 NFE-AVISO            VALUE 'A'.
           03 NFE-SITUACAO             PIC X(01).
               88 NFE-COM-NOTA         VALUE 'C'.
               88 NFE-SEM-NOTA         VALUE 'S'.
