      ******************************************************************
      * Copybook: CSGWS
      * Purpose:  WORKING-STORAGE holders for o estoque consignado
      *           (CSGMOV). WS-CSG-PRODUTO e o produto e
      *           WS-CSG-ESTOQUE o ESTOQUE-PRODUTO antes do
      *           lancamento; a consulta devolve quanto dele e
      *           consignado e quanto e proprio. WS-CSG-QTD e a
      *           quantidade do lancamento e WS-CSG-QTD-CONSIG a parte
      *           consignada dela.
      ******************************************************************
       77 WS-FS-CSG            PIC 99.
       77 WS-FS-MCS            PIC 99.
       77 WS-CSG-PRODUTO       PIC 9(06).
       77 WS-CSG-ESTOQUE       PIC 9(09).
       77 WS-CSG-ACHADA        PIC X VALUE 'N'.
       77 WS-CSG-CONSIGNADO    PIC 9(09).
       77 WS-CSG-PROPRIO       PIC 9(09).
       77 WS-CSG-QTD           PIC 9(09).
       77 WS-CSG-QTD-CONSIG    PIC 9(09).
       77 WS-CSG-TIPO          PIC X(01).
       77 WS-CSG-DESTINO       PIC X(06).
       77 WS-CSG-MCS-ACHADO    PIC X VALUE 'N'.
       77 WS-CSG-ESTORNO-DE    PIC 9(09).
       77 WS-CSG-FORNECEDOR    PIC 9(04).
       77 WS-CSG-PRECO         PIC 9(07)V99.
       77 WS-CSG-MOEDA         PIC X(03).
       77 WS-CSG-SITUACAO      PIC X(01).
