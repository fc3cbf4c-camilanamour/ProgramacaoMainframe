      ******************************************************************
      * Copybook: SQEFD
      * Purpose:  FD and record layout for NUMERACAO-EMITIDA.
      ******************************************************************
       FD NUMERACAO-EMITIDA.
       01 REG-EMISSAO.
           03 SQE-SEQUENCIA        PIC X(10).
           03 FILLER               PIC X(01).
           03 SQE-NUMERO           PIC 9(09).
           03 FILLER               PIC X(01).
           03 SQE-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 SQE-HORA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 SQE-USUARIO          PIC X(20).
