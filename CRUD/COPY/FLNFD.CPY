      ******************************************************************
      * Copybook: FLNFD
      * Purpose:  FD and record layout for FATURAS-LINHAS.
      *           FLN-PRECO-ACORDADO e o PED-PRECO-ACORDADO da linha do
      *           pedido (o preco do cadastro quando o pedido e
      *           anterior ao campo); FLN-DATA e a data da
      *           conferencia e FLN-SITUACAO diz se a linha passou
      *           limpa ou ficou com divergencia. Os precos estao na
      *           moeda FLN-MOEDA; FLN-TAXA e a taxa de CAMBIO do dia
      *           da conferencia (1 em moeda local), para levar os
      *           valores a moeda local. FLN-MOTIVO e a primeira
      *           divergencia que segurou a linha, como saiu no
      *           relatorio de excecoes (em branco na linha limpa e
      *           na conferida antes do campo).
      ******************************************************************
       FD FATURAS-LINHAS.
       01 REG-FATURA-LINHA.
           03 FLN-CHAVE.
               05 FLN-NF-NUMERO        PIC X(10).
               05 FLN-NUMERO-PEDIDO    PIC 9(06).
               05 FLN-COD-PRODUTO      PIC 9(06).
           03 FLN-COD-FORNECEDOR   PIC 9(04).
           03 FLN-DATA             PIC 9(08).
           03 FLN-QUANTIDADE       PIC 9(09).
           03 FLN-PRECO-FATURADO   PIC 9(07)V99.
           03 FLN-PRECO-ACORDADO   PIC 9(07)V99.
           03 FLN-SITUACAO         PIC X(01).
               88 FLN-LIMPA        VALUE 'L'.
               88 FLN-DIVERGENTE   VALUE 'D'.
           03 FLN-MOEDA            PIC X(03).
           03 FLN-TAXA             PIC 9(04)V9(06).
           03 FLN-MOTIVO           PIC X(66).
