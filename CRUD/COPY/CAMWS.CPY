      ******************************************************************
      * Copybook: CAMWS
      * Purpose:  WORKING-STORAGE holders for a busca de taxa de
      *           cambio (CAMTAX). MOVE a moeda para WS-CAMBIO-MOEDA e
      *           a data para WS-CAMBIO-DATA, PERFORM
      *           9930-OBTER-TAXA-CAMBIO e WS-CAMBIO-TAXA volta com a
      *           taxa vigente na data (1 para a moeda local, zero e
      *           WS-CAMBIO-ACHADA N quando nao ha taxa cadastrada).
      ******************************************************************
       77 WS-FS-CAM            PIC 99.
       77 WS-EOF-CAM           PIC 99.
       77 WS-MOEDA-LOCAL       PIC X(03) VALUE 'BRL'.
       77 WS-CAMBIO-MOEDA      PIC X(03).
       77 WS-CAMBIO-DATA       PIC 9(08).
       77 WS-CAMBIO-TAXA       PIC 9(04)V9(06).
       77 WS-CAMBIO-ACHADA     PIC X VALUE 'N'.
