      ******************************************************************
      * Copybook: APRFD
      * Purpose:  FD and record layout for FATURAS-APROVADAS, uma linha
      *           por nota aprovada com o valor total e a data da
      *           aprovacao. APR-COD-FORNECEDOR e o fornecedor das
      *           linhas de pedido da nota (em branco nas aprovacoes
      *           anteriores ao campo). APR-MOEDA e a moeda da nota
      *           (APR-VALOR-TOTAL esta nela; em branco e moeda
      *           local). APR-NF-SERIE e a serie da nota (em branco
      *           nas aprovacoes anteriores ao campo): o mesmo numero
      *           em series diferentes do fornecedor e outra nota.
      ******************************************************************
       FD FATURAS-APROVADAS.
       01 REG-APROVADA.
           03 APR-NF-NUMERO        PIC X(10).
           03 FILLER               PIC X(01).
           03 APR-QTD-LINHAS       PIC 9(05).
           03 FILLER               PIC X(01).
           03 APR-VALOR-TOTAL      PIC 9(14)V99.
           03 FILLER               PIC X(01).
           03 APR-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 APR-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01).
           03 APR-MOEDA            PIC X(03).
           03 FILLER               PIC X(01).
           03 APR-NF-SERIE         PIC X(03).
