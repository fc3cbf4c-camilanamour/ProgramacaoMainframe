      *           (COD-PRODUTO plus the snapshot date) is the RECORD
      *           KEY, so each month-end run adds one new row per
      *           product instead of replacing the prior month's.
      *           HIST-CUSTO-MEDIO e HIST-QTD-CONSIGNADA guardam o custo
      *           medio e a parte consignada do saldo no dia, para o
      *           valor do estoque no fechamento poder ser refeito
      *           (zero em snapshot anterior aos campos).
      ******************************************************************
       FD PRODUTOS-HIST.
       01 REG-PRODUTO-HIST.
           03 HIST-CATEGORIA-PRODUTO   PIC X(15).
           03 HIST-VALIDADE-PRODUTO    PIC 9(08).
           03 HIST-ESTOQUE-RESERVADO   PIC 9(09).
           03 HIST-CUSTO-MEDIO         PIC 9(07)V99.
           03 HIST-QTD-CONSIGNADA      PIC 9(09).
