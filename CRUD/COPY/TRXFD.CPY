      ******************************************************************
      * Copybook: TRXFD
      * Purpose:  FD and record layout for TRANSMISSAO-PEDIDOS, uma
      *           linha por arquivo de pedido eletronico gerado. As
      *           linhas e o hash de quantidade sao os mesmos gravados
      *           no TRL do arquivo (HDRTRL).
      ******************************************************************
       FD TRANSMISSAO-PEDIDOS.
       01 REG-TRANSMISSAO.
           03 TRX-DATA             PIC 9(08).
           03 TRX-HORA             PIC 9(08).
           03 TRX-NUMERO-PEDIDO    PIC 9(06).
           03 TRX-COD-FORNECEDOR   PIC 9(04).
           03 TRX-LINHAS           PIC 9(07).
           03 TRX-HASH-QTD         PIC 9(13)V99.
           03 TRX-ARQUIVO          PIC X(60).
