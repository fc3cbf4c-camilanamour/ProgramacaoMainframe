      ******************************************************************
      * Copybook: XCTFD
      * Purpose:  FD and record layout for EXCESSOS-COTA, uma linha
      *           por saida liberada acima da cota (XCT-TIPO P = cota
      *           do produto, C = cota da categoria; XCT-USADO e o
      *           consumo do mes antes da saida).
      ******************************************************************
       FD EXCESSOS-COTA.
       01 REG-EXCESSO.
           03 XCT-MES              PIC 9(06).
           03 XCT-DATA             PIC 9(08).
           03 XCT-HORA             PIC 9(08).
           03 XCT-DESTINO          PIC X(06).
           03 XCT-TIPO             PIC X(01).
           03 XCT-ITEM             PIC X(15).
           03 XCT-COD-PRODUTO      PIC 9(06).
           03 XCT-QUANTIDADE       PIC 9(09).
           03 XCT-COTA             PIC 9(09).
           03 XCT-USADO            PIC 9(09).
           03 XCT-SUPERVISOR       PIC X(08).
           03 XCT-OPERADOR         PIC X(20).
