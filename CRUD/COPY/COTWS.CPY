      ******************************************************************
      * Copybook: COTWS
      * Purpose:  WORKING-STORAGE holders for a conferencia da cota
      *           mensal de consumo (COTCHK). MOVE o destino, o
      *           produto, a categoria do produto e a quantidade da
      *           saida para WS-COT-DESTINO, WS-COT-PRODUTO,
      *           WS-COT-CATEGORIA e WS-COT-QTD e PERFORM
      *           9610-CONFERIR-COTA; WS-COT-RECUSADA volta S quando a
      *           saida passa da cota e nenhum supervisor liberou.
      ******************************************************************
       77 WS-FS-COT            PIC 99.
       77 WS-FS-XCT            PIC 99.
       77 WS-COT-DESTINO       PIC X(06).
       77 WS-COT-PRODUTO       PIC 9(06).
       77 WS-COT-CATEGORIA     PIC X(15).
       77 WS-COT-QTD           PIC 9(09).
       77 WS-COT-MES           PIC 9(06).
       77 WS-COT-HOJE          PIC 9(08).
       77 WS-COT-RECUSADA      PIC X VALUE 'N'.
       77 WS-COT-ACHOU-P       PIC X VALUE 'N'.
       77 WS-COT-ACHOU-C       PIC X VALUE 'N'.
       77 WS-COT-COTA-P        PIC 9(09).
       77 WS-COT-COTA-C        PIC 9(09).
       77 WS-COT-USADO-P       PIC S9(11).
       77 WS-COT-USADO-C       PIC S9(11).
       77 WS-COT-EXCEDE-P      PIC X VALUE 'N'.
       77 WS-COT-EXCEDE-C      PIC X VALUE 'N'.
       77 WS-COT-SINAL         PIC S9(01).
       77 WS-COT-CAT-MOV       PIC X(15).
       77 WS-COT-EOF           PIC 99.
       77 WS-COT-RESP          PIC X VALUE SPACE.
       77 WS-COT-ID            PIC X(08).
       77 WS-COT-SENHA         PIC X(08).
       77 WS-COT-LIBERADA      PIC X VALUE 'N'.
       77 WS-COT-PRODUTO-SALVO PIC X(400).
