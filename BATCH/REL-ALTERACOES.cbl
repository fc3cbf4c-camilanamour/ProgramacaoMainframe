      *               o corrente alem do log vivo, com a marca
      *               (ARQUIVO) nas linhas vindas do morto — o ano
      *               inteiro do auditor sem emendar arquivo na mao
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ALTERACOES.
           COPY PRODSEL.
           COPY LOGSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-MORTO-LOG ASSIGN TO WS-ARQ-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALOG.
           COPY PRODFD.
           COPY LOGFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ARQUIVO-MORTO-LOG.
       01 REG-MORTO-LOG            PIC X(110).
           COPY RUNWS.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-ALTERACOES' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
            STRING "----- PRODUTOS ALTERADOS DESDE UMA DATA -----"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'REL-ALTERACOES' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-DATA-ALTERACAO >= WS-DATA-LIMITE
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'COD. PRODUTO: ' WS-COD-PRODUTO
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'NOME PRODUTO: ' WS-NOME-PRODUTO
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'ESTOQUE PRODUTO: ' WS-ESTOQUE-PRODUTO
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'ALTERADO EM: ' WS-DATA-ALTERACAO
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       ADD 1 TO WS-CONTADOR
                   END-IF
               END-READ
            END-PERFORM.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                STRING 'NENHUM PRODUTO ALTERADO A PARTIR DESSA DATA'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'QUANTIDADE DE PRODUTOS ALTERADOS: '
                    WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            ACCEPT WS-MES-LOG FROM ENVIRONMENT 'REL_LOG_MES'
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'DATA-LIMITE=' DELIMITED BY SIZE
                WS-DATA-LIMITE DELIMITED BY SIZE
                ' MES-LOG=' DELIMITED BY SIZE
                WS-MES-LOG DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            GOBACK.

      ****** EVENTOS DO LOG, MORTOS E VIVO, DESDE A DATA LIMITE *********
       5000-EVENTOS-DO-LOG.
            INITIALIZE WS-EVENTOS-LOG
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'EVENTOS DO LOG DESDE ' WS-DATA-LIMITE ':'
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-HOJE-PARTES
            MOVE WS-MES-LOG TO WS-MES-CORRENTE
               END-IF
            END-PERFORM
            PERFORM 5200-LISTAR-LOG-VIVO
            STRING 'EVENTOS DO LOG LISTADOS: ' WS-EVENTOS-LOG
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** UM ARQUIVO MORTO DO LOG, COM A MARCA (ARQUIVO) *************
       5100-LISTAR-LOG-MORTO.
                   NOT AT END
                       MOVE REG-MORTO-LOG TO REG-LOG
                       IF LOG-DATA >= WS-DATA-LIMITE
                           STRING '  ' LOG-DATA ' ' LOG-OPERACAO
                               ' PROD ' LOG-COD-PRODUTO ' POR '
                               LOG-USUARIO ' (ARQUIVO)'
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           ADD 1 TO WS-EVENTOS-LOG
                       END-IF
                   END-READ
                       MOVE 1 TO WS-EOF-LOG
                   NOT AT END
                       IF LOG-DATA >= WS-DATA-LIMITE
                           STRING '  ' LOG-DATA ' ' LOG-OPERACAO
                               ' PROD ' LOG-COD-PRODUTO ' POR '
                               LOG-USUARIO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           ADD 1 TO WS-EVENTOS-LOG
                       END-IF
                   END-READ
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-ALTERACOES.
