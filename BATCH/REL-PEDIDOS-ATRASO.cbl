      *          PARA A COBRANCA ACONTECER ANTES DA PRATELEIRA VAZIA,
      *          NAO DEPOIS.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-PEDIDOS-ATRASO.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT COBRANCA-PEDIDOS ASSIGN TO
           'C:\ARQUIVOS\cobranca-pedidos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY FORNFD.
           COPY PEDFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD COBRANCA-PEDIDOS.
       01 REG-COBRANCA             PIC X(80).
           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF

            CLOSE COBRANCA-PEDIDOS
            MOVE 'REL-PEDIDOS-ATRASO' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\cobranca-pedidos.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES
            END-IF
            ADD 1 TO WS-CONTADOR.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-PEDIDOS-ATRASO.
