      ******************************************************************
      * Copybook: OSMFD
      * Purpose:  FD and record layout for MATERIAIS-OS. Quantidades
      *           em unidades de estoque. OSM-RESERVA e o numero da
      *           reserva (RESERVAS) que segura o material ate a
      *           separacao; OSM-QTD-ENTREGUE soma o que a estacao do
      *           deposito ja separou para a ordem (modo M do
      *           CRUD-11). OSM-CUSTO-PLANEJADO e o custo medio do
      *           produto na carga, base do custo planejado da ordem.
      *           A linha fica ABERTA ate a entrega cobrir o
      *           planejado.
      ******************************************************************
       FD MATERIAIS-OS.
       01 REG-MATERIAL-OS.
           03 OSM-CHAVE.
               05 OSM-ORDEM            PIC 9(09).
               05 OSM-COD-PRODUTO      PIC 9(06).
           03 OSM-DATA-PLANEJADA       PIC 9(08).
           03 OSM-QTD-PLANEJADA        PIC 9(09).
           03 OSM-RESERVA              PIC 9(09).
           03 OSM-QTD-ENTREGUE         PIC 9(09).
           03 OSM-CUSTO-PLANEJADO      PIC 9(07)V99.
           03 OSM-DATA-CARGA           PIC 9(08).
           03 OSM-SITUACAO             PIC X(01).
               88 OSM-ABERTA           VALUE 'A'.
               88 OSM-ENTREGUE         VALUE 'E'.
