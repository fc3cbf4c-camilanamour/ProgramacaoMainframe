      ******************************************************************
      * Copybook: SPLSEL
      * Purpose:  FILE-CONTROL entries for SPOOL-RELATORIO, a copia
      *           datada de cada relatorio ou documento impresso
      *           (spool-<programa>-<data>-<hora>.txt, nome montado
      *           em WS-SPL-PATH por 9810-ABRIR-SPOOL), e para
      *           SPOOL-ORIGEM, o arquivo de relatorio ja gravado pelo
      *           programa que 9814-COPIAR-RELATORIO copia para o
      *           spool. O indice dos relatorios fica em SPISEL.
      ******************************************************************
           SELECT SPOOL-RELATORIO ASSIGN TO WS-SPL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SPL.
           SELECT SPOOL-ORIGEM ASSIGN TO WS-SPL-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SPO.
