      *           PED-PRECO-ACORDADO e o preco unitario combinado no
      *           momento da emissao (zero em linha anterior ao
      *           campo; a conferencia de faturas cai no preco do
      *           cadastro nesse caso). PED-LIBERACAO marcada com S
      *           indica linha emitida contra um contrato de
      *           CONTRATOS-FORNECEDOR (preco do contrato, saldo
      *           abatido); o recebimento soma a entrada no contrato.
      *           PED-CANCELADO (situacao C) e linha cujo pendente foi
      *           anulado pelo supervisor em CRUD-29: nao conta como
      *           pedido em aberto, nao aceita recebimento e a
      *           quantidade ja recebida permanece na linha.
      *           PED-MOEDA e a moeda do pedido (a do fornecedor na
      *           emissao); PED-PRECO-ACORDADO esta nessa moeda.
      *           PED-TAXA-RECEBIMENTO e a taxa media ponderada (moeda
      *           local por unidade da moeda do pedido) das entradas
      *           ja lancadas, zero enquanto nada foi recebido ou
      *           quando o pedido e em moeda local.
      *           PED-LIBERACAO K e o pedido de acerto de consignacao
      *           gerado pelo ACERTA-CONSIGNACAO: ja nasce recebido,
      *           com o consumo do periodo, so para a nota do
      *           fornecedor passar pela conferencia de faturas.
      ******************************************************************
       FD PEDIDOS-COMPRA.
       01 REG-PEDIDO-COMPRA.
               88 PED-ABERTO           VALUE 'A'.
               88 PED-PARCIAL          VALUE 'P'.
               88 PED-RECEBIDO         VALUE 'R'.
               88 PED-CANCELADO        VALUE 'C'.
           03 PED-DATA-RECEBIDO        PIC 9(08).
           03 PED-PRECO-ACORDADO       PIC 9(07)V99.
           03 PED-LIBERACAO            PIC X(01).
               88 PED-LIBERACAO-CONTRATO VALUE 'S'.
               88 PED-ACERTO-CONSIGNACAO VALUE 'K'.
           03 PED-MOEDA                PIC X(03).
           03 PED-TAXA-RECEBIMENTO     PIC 9(04)V9(06).
