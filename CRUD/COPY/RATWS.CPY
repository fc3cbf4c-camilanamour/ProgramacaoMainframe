      ******************************************************************
      * Copybook: RATWS
      * Purpose:  WORKING-STORAGE holders for o rateio de despesas
      *           adicionais (RATCALC). Preencha o documento, o
      *           emitente, o tipo (F/S/I/O), o valor em moeda local,
      *           o criterio (V valor, Q quantidade, P peso), a origem
      *           (R no recebimento, P posterior), o pedido e a data
      *           das entradas (zero = todas as entradas do pedido) e
      *           PERFORM 9920-RATEAR-DESPESA; WS-RAT-LINHAS volta com
      *           as entradas ajustadas (zero = nada rateado).
      ******************************************************************
       77 WS-FS-RAT            PIC 99.
       77 WS-EOF-RAT           PIC 99.
       77 WS-RAT-DOCUMENTO     PIC X(10).
       77 WS-RAT-COD-EMITENTE  PIC 9(04).
       77 WS-RAT-TIPO-DESPESA  PIC X(01).
       77 WS-RAT-CRITERIO      PIC X(01).
       77 WS-RAT-ORIGEM        PIC X(01).
       77 WS-RAT-VALOR         PIC 9(12)V99.
       77 WS-RAT-PEDIDO        PIC 9(06).
       77 WS-RAT-DATA-ENTRADA  PIC 9(08).
       77 WS-RAT-LINHAS        PIC 9(03).
       77 WS-RAT-QTD-TABELA    PIC 9(03).
       77 WS-RAT-IND           PIC 9(03).
       77 WS-RAT-BASE-TOTAL    PIC 9(13)V999.
       77 WS-RAT-PARCELA       PIC 9(12)V99.
       77 WS-RAT-ACUMULADO     PIC 9(12)V99.
       77 WS-RAT-CUSTO-ANTES   PIC 9(07)V99.
       77 WS-RAT-VALOR-SALDO   PIC 9(16)V99.
       77 WS-RAT-PESO          PIC 9(07)V999.
       77 WS-RAT-DUPLICADO     PIC X VALUE 'N'.
       77 WS-RAT-CANCELADO     PIC X VALUE 'N'.

       01 WS-RAT-TABELA.
           03 WS-RAT-ENTRADA OCCURS 100 TIMES.
               05 WS-RAT-T-MOV      PIC 9(09).
               05 WS-RAT-T-PRODUTO  PIC 9(06).
               05 WS-RAT-T-BASE     PIC 9(13)V999.
