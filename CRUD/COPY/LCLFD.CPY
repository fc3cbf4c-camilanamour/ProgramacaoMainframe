      ******************************************************************
      * Copybook: LCLFD
      * Purpose:  FD and record layout for LIMITES-CLASSE. LCL-LIMITE
      *           e a quantidade total licenciada da classe, somada a
      *           todos os produtos da classe em unidade de estoque;
      *           LCL-LICENCA e o numero do documento que a concede.
      ******************************************************************
       FD LIMITES-CLASSE.
       01 REG-LIMITE-CLASSE.
           03 LCL-CLASSE               PIC X(04).
           03 LCL-LIMITE               PIC 9(09).
           03 LCL-LICENCA              PIC X(20).
           03 LCL-DATA-ALTERACAO       PIC 9(08).
           03 LCL-OPERADOR             PIC X(08).
