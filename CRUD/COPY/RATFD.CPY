      ******************************************************************
      * Copybook: RATFD
      * Purpose:  FD and record layout for RATEIO-CUSTO.
      *           RAT-MOV-NUMERO e o movimento de ajuste de custo (tipo
      *           C) e RAT-MOV-ENTRADA a entrada que recebeu a parcela
      *           (ENT-MOV-NUMERO de ENTRADAS-CUSTO). RAT-DOCUMENTO,
      *           RAT-COD-EMITENTE e RAT-TIPO-DESPESA identificam a
      *           nota da despesa; RAT-VALOR-DOCUMENTO e o total dela
      *           e RAT-VALOR-RATEADO a parte desta linha (a ultima
      *           linha leva a sobra do arredondamento, a soma das
      *           partes bate centavo a centavo com o documento).
      *           RAT-BASE-LINHA/RAT-BASE-TOTAL sao o valor, a
      *           quantidade ou o peso usados no criterio. Parcela de
      *           produto sem saldo (RAT-SEM-SALDO) nao entra no
      *           CUSTO-MEDIO e vai para o resultado.
      ******************************************************************
       FD RATEIO-CUSTO.
       01 REG-RATEIO.
           03 RAT-MOV-NUMERO           PIC 9(09).
           03 RAT-DATA                 PIC 9(08).
           03 RAT-DOCUMENTO            PIC X(10).
           03 RAT-COD-EMITENTE         PIC 9(04).
           03 RAT-TIPO-DESPESA         PIC X(01).
               88 RAT-FRETE            VALUE 'F'.
               88 RAT-SEGURO           VALUE 'S'.
               88 RAT-IMPOSTO          VALUE 'I'.
               88 RAT-OUTRA            VALUE 'O'.
           03 RAT-CRITERIO             PIC X(01).
               88 RAT-POR-VALOR        VALUE 'V'.
               88 RAT-POR-QUANTIDADE   VALUE 'Q'.
               88 RAT-POR-PESO         VALUE 'P'.
           03 RAT-ORIGEM               PIC X(01).
               88 RAT-NO-RECEBIMENTO   VALUE 'R'.
               88 RAT-POSTERIOR        VALUE 'P'.
           03 RAT-VALOR-DOCUMENTO      PIC 9(12)V99.
           03 RAT-NUMERO-PEDIDO        PIC 9(06).
           03 RAT-MOV-ENTRADA          PIC 9(09).
           03 RAT-COD-PRODUTO          PIC 9(06).
           03 RAT-BASE-LINHA           PIC 9(13)V999.
           03 RAT-BASE-TOTAL           PIC 9(13)V999.
           03 RAT-VALOR-RATEADO        PIC 9(12)V99.
           03 RAT-SALDO-ABSORVEU       PIC 9(09).
           03 RAT-CUSTO-ANTES          PIC 9(07)V99.
           03 RAT-CUSTO-DEPOIS         PIC 9(07)V99.
           03 RAT-SITUACAO             PIC X(01).
               88 RAT-ABSORVIDO        VALUE 'A'.
               88 RAT-SEM-SALDO        VALUE 'N'.
           03 RAT-OPERADOR             PIC X(08).
