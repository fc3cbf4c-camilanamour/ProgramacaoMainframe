      ******************************************************************
      * Copybook: SPLFD
      * Purpose:  FD and record layout for SPOOL-RELATORIO e
      *           SPOOL-ORIGEM: a linha impressa, ate 132 colunas,
      *           guardada exatamente como saiu.
      ******************************************************************
       FD SPOOL-RELATORIO.
       01 REG-SPOOL                PIC X(132).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM         PIC X(132).
