      *           REG-MOVIMENTO e usa os campos de la.
      ******************************************************************
       FD MOVIMENTO-MES.
       01 REG-MOVIMENTO-MES        PIC X(122).
