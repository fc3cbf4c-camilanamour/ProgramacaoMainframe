      ******************************************************************
      * Copybook: CTRFD
      * Purpose:  FD and record layout for CONTRATOS-FORNECEDOR. As
      *           quantidades ficam em UNIDADE DE COMPRA, como
      *           PED-QTD-PEDIDA: CTR-QTD-LIBERADA soma as linhas ja
      *           emitidas contra o contrato e CTR-QTD-RECEBIDA o que
      *           o recebimento ja deu entrada dessas linhas. O saldo
      *           do contrato e CTR-QTD-CONTRATADA menos
      *           CTR-QTD-LIBERADA. Contrato ENCERRADO nao recebe mais
      *           liberacoes mas segue no arquivo para o historico.
      ******************************************************************
       FD CONTRATOS-FORNECEDOR.
       01 REG-CONTRATO.
           03 CTR-CHAVE.
               05 CTR-COD-FORNECEDOR   PIC 9(04).
               05 CTR-COD-PRODUTO      PIC 9(06).
           03 CTR-PRECO                PIC 9(07)V99.
           03 CTR-QTD-CONTRATADA       PIC 9(09).
           03 CTR-QTD-LIBERADA         PIC 9(09).
           03 CTR-QTD-RECEBIDA         PIC 9(09).
           03 CTR-DATA-INICIO          PIC 9(08).
           03 CTR-DATA-FIM             PIC 9(08).
           03 CTR-SITUACAO             PIC X(01).
               88 CTR-VIGENTE          VALUE 'A'.
               88 CTR-ENCERRADO        VALUE 'E'.
