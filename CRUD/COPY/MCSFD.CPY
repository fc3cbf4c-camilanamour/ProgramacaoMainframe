      ******************************************************************
      * Copybook: MCSFD
      * Purpose:  FD and record layout for MOVIMENTO-CONSIGNADO.
      *           MCS-QUANTIDADE e a parte consignada do lancamento
      *           MCS-MOV-NUMERO (a saida que consumiu estoque proprio
      *           e consignado so registra aqui a parte do
      *           fornecedor). O consumo (tipo C) e o registro de
      *           consumo que o acerto com o fornecedor cobra:
      *           pendente ate o ACERTA-CONSIGNACAO gerar o pedido de
      *           acerto MCS-NUMERO-PEDIDO, que passa pela conferencia
      *           de faturas. MCS-ESTORNADO marca o lancamento
      *           estornado e o proprio estorno, que nao entram no
      *           acerto.
      ******************************************************************
       FD MOVIMENTO-CONSIGNADO.
       01 REG-MOV-CONSIGNADO.
           03 MCS-MOV-NUMERO           PIC 9(09).
           03 MCS-TIPO                 PIC X(01).
               88 MCS-RECEBIMENTO      VALUE 'R'.
               88 MCS-CONSUMO          VALUE 'C'.
               88 MCS-DEVOLUCAO        VALUE 'D'.
           03 MCS-COD-PRODUTO          PIC 9(06).
           03 MCS-COD-FORNECEDOR       PIC 9(04).
           03 MCS-DATA                 PIC 9(08).
           03 MCS-QUANTIDADE           PIC 9(09).
           03 MCS-PRECO                PIC 9(07)V99.
           03 MCS-MOEDA                PIC X(03).
           03 MCS-DESTINO              PIC X(06).
           03 MCS-SITUACAO             PIC X(01).
               88 MCS-PENDENTE         VALUE 'P'.
               88 MCS-ACERTADO         VALUE 'A'.
               88 MCS-ESTORNADO        VALUE 'X'.
           03 MCS-NUMERO-PEDIDO        PIC 9(06).
           03 MCS-DATA-ACERTO          PIC 9(08).
