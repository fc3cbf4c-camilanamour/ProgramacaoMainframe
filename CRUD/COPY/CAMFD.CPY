      ******************************************************************
      * Copybook: CAMFD
      * Purpose:  FD and record layout for CAMBIO. CAM-TAXA e quanto
      *           vale em moeda local uma unidade de CAM-MOEDA a
      *           partir de CAM-DATA.
      ******************************************************************
       FD CAMBIO.
       01 REG-CAMBIO.
           03 CAM-CHAVE.
               05 CAM-MOEDA            PIC X(03).
               05 CAM-DATA             PIC 9(08).
           03 CAM-TAXA                 PIC 9(04)V9(06).
           03 CAM-DATA-CADASTRO        PIC 9(08).
           03 CAM-OPERADOR             PIC X(08).
