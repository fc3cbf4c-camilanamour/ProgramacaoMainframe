      ******************************************************************
      * Copybook: CMPFD
      * Purpose:  FD and record layout for COMPROMISSOS. CMP-CATEGORIA
      *           e CMP-MES sao a categoria do produto e o mes da
      *           emissao (o registro de ORCAMENTOS comprometido);
      *           CMP-TAXA e a taxa de cambio usada na emissao (1 em
      *           moeda local). CMP-VALOR e o compromisso original em
      *           moeda local e CMP-SALDO o que ainda esta
      *           comprometido: quantidade pendente x preco acordado
      *           x CMP-TAXA, zero quando a linha foi recebida por
      *           completo ou cancelada (CMP-ENCERRADO).
      ******************************************************************
       FD COMPROMISSOS.
       01 REG-COMPROMISSO.
           03 CMP-CHAVE.
               05 CMP-NUMERO-PEDIDO    PIC 9(06).
               05 CMP-COD-PRODUTO      PIC 9(06).
           03 CMP-CATEGORIA            PIC X(15).
           03 CMP-MES                  PIC 9(06).
           03 CMP-DATA                 PIC 9(08).
           03 CMP-TAXA                 PIC 9(04)V9(06).
           03 CMP-VALOR                PIC 9(12)V99.
           03 CMP-SALDO                PIC 9(12)V99.
           03 CMP-SITUACAO             PIC X(01).
               88 CMP-ABERTO           VALUE 'A'.
               88 CMP-ENCERRADO        VALUE 'E'.
