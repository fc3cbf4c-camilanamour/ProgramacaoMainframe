      ******************************************************************
      * Copybook: PGOFD
      * Purpose:  FD and record layout for PERIGOSOS. PGO-CLASSE e a
      *           classe de risco ONU (3, 8, 2.1, 5.1...) e
      *           PGO-NUMERO-ONU o numero ONU do produto.
      *           PGO-DATA-FISPQ e a data da revisao da ficha de
      *           seguranca (FISPQ) que esta no deposito, conferida
      *           contra o prazo de revisao no relatorio de
      *           perigosos. PGO-QTD-MAXIMA e o maximo que pode ficar
      *           armazenado do produto, em unidade de estoque (zero
      *           = sem maximo proprio). PGO-CUIDADOS e o aviso de
      *           manuseio mostrado na saida pela estacao do deposito.
      ******************************************************************
       FD PERIGOSOS.
       01 REG-PERIGOSO.
           03 PGO-COD-PRODUTO          PIC 9(06).
           03 PGO-CLASSE               PIC X(04).
           03 PGO-NUMERO-ONU           PIC 9(04).
           03 PGO-DATA-FISPQ           PIC 9(08).
           03 PGO-QTD-MAXIMA           PIC 9(09).
           03 PGO-CUIDADOS             PIC X(60).
           03 PGO-DATA-ALTERACAO       PIC 9(08).
           03 PGO-OPERADOR             PIC X(08).
