      *           numero fica em WS-SEQ-NUMERO.
      ******************************************************************
       77 WS-FS-SEQ            PIC 99.
       77 WS-FS-SQE            PIC 99.
       77 WS-SEQ-NOME          PIC X(10).
       77 WS-SEQ-NUMERO        PIC 9(09).
