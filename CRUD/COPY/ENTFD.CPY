      ******************************************************************
      * Copybook: ENTFD
      * Purpose:  FD and record layout for ENTRADAS-CUSTO.
      *           ENT-QTD-COMPRA esta em unidade de compra e
      *           ENT-QTD-ESTOQUE em unidade de estoque (pelo
      *           FATOR-CONVERSAO). ENT-PRECO-MOEDA e o preco unitario
      *           de compra na moeda ENT-MOEDA, ENT-TAXA a taxa
      *           vigente na data da entrada (1 em moeda local),
      *           ENT-VALOR-MOEDA e ENT-VALOR-LOCAL o total da entrada
      *           nas duas moedas e ENT-CUSTO-UNIT o custo unitario em
      *           moeda local por unidade de estoque carimbado na
      *           entrada. ENT-VALOR-ADICIONAL soma o frete, seguro
      *           e impostos rateados para a entrada (RATEIO-CUSTO),
      *           no recebimento ou depois dele.
      ******************************************************************
       FD ENTRADAS-CUSTO.
       01 REG-ENTRADA-CUSTO.
           03 ENT-MOV-NUMERO           PIC 9(09).
           03 ENT-DATA                 PIC 9(08).
           03 ENT-NUMERO-PEDIDO        PIC 9(06).
           03 ENT-COD-PRODUTO          PIC 9(06).
           03 ENT-COD-FORNECEDOR       PIC 9(04).
           03 ENT-QTD-COMPRA           PIC 9(09).
           03 ENT-QTD-ESTOQUE          PIC 9(09).
           03 ENT-MOEDA                PIC X(03).
           03 ENT-PRECO-MOEDA          PIC 9(07)V99.
           03 ENT-TAXA                 PIC 9(04)V9(06).
           03 ENT-VALOR-MOEDA          PIC 9(14)V99.
           03 ENT-VALOR-LOCAL          PIC 9(14)V99.
           03 ENT-CUSTO-UNIT           PIC 9(07)V99.
           03 ENT-VALOR-ADICIONAL      PIC 9(12)V99.
