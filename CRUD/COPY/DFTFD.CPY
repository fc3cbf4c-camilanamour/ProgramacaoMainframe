      ******************************************************************
      * Copybook: DFTFD
      * Purpose:  FD and record layout for DEFEITOS. DFT-ATIVO 'N'
      *           tira o codigo do uso sem apagar o historico das
      *           nao conformidades que ja o citam.
      ******************************************************************
       FD DEFEITOS.
       01 REG-DEFEITO.
           03 DFT-CODIGO               PIC X(04).
           03 DFT-DESCRICAO            PIC X(40).
           03 DFT-ATIVO                PIC X(01).
               88 DFT-EM-USO           VALUE 'S'.
           03 DFT-DATA-ALTERACAO       PIC 9(08).
           03 DFT-OPERADOR             PIC X(08).
