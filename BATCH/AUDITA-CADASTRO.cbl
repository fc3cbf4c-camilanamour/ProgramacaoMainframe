      *          EM BRANCO OU COM LIXO VINDO DAS CARGAS EM LOTE, COM
      *          CONTAGENS NO FIM DA LISTAGEM.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-CADASTRO.
           COPY FORNSEL.
           COPY RUNSEL.
           COPY ALRSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT AUDITORIA-CADASTRO ASSIGN TO
           'C:\ARQUIVOS\auditoria-cadastro.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY FORNFD.
           COPY RUNFD.
           COPY ALRFD.
           COPY SPLFD.
           COPY SPIFD.

       FD AUDITORIA-CADASTRO.
       01 REG-AUDITORIA            PIC X(80).
           COPY PRODPATH.
           COPY RUNWS.
           COPY ALRWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'LISTAGEM GRAVADA: auditoria-cadastro.txt'

            CLOSE AUDITORIA-CADASTRO
            MOVE 'AUDITA-CADASTRO' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\auditoria-cadastro.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE FORNECEDORES.
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS

           COPY RUNGRV.
           COPY ALRGRV.
           COPY SPLGRV.
       END PROGRAM AUDITA-CADASTRO.
