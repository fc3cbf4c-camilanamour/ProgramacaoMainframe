      ******************************************************************
      * Copybook: ARNFD
      * Purpose:  FD for AVISOS-RNC, linhas de 80 colunas montadas
      *           pelas linhas WS-AVISO- de RNCWS.
      ******************************************************************
       FD AVISOS-RNC.
       01 REG-AVISO-RNC            PIC X(80).
