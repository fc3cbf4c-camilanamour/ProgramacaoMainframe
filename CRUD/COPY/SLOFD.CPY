      ******************************************************************
      * Copybook: SLOFD
      * Purpose:  FD and record layout for SELOS-DIARIOS. SLO-TIPO S
      *           e o selo do dia SLO-DATA; C e o corte da retencao,
      *           com a data de corte em SLO-DATA (dias anteriores
      *           sairam do livro vivo e nao sao mais recalculados).
      ******************************************************************
       FD SELOS-DIARIOS.
       01 REG-SELO.
           03 SLO-TIPO             PIC X(01).
               88 SLO-E-SELO           VALUE 'S'.
               88 SLO-E-CORTE          VALUE 'C'.
           03 FILLER               PIC X(01).
           03 SLO-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 SLO-SELO             PIC 9(09).
           03 FILLER               PIC X(01).
           03 SLO-SELO-ANTERIOR    PIC 9(09).
           03 FILLER               PIC X(01).
           03 SLO-QTD-MOV          PIC 9(07).
           03 FILLER               PIC X(01).
           03 SLO-QTD-LOG          PIC 9(07).
           03 FILLER               PIC X(01).
           03 SLO-DATA-GRAVACAO    PIC 9(08).
           03 FILLER               PIC X(01).
           03 SLO-HORA-GRAVACAO    PIC 9(08).
