      *               quantidade do lote); quando o controle de lotes
      *               ainda nao existe, cai na VALIDADE-PRODUTO unica
      *               do cadastro, como antes
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-VALIDADE.
           COPY PRODSEL.
           COPY LOTSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-validade.tmp'.

           COPY PRODFD.
           COPY LOTFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-DATA-LIMITE       PIC 9(08).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-VALIDADE' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "------- PRODUTOS COM VALIDADE PROXIMA -------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'REL-VALIDADE' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
                CLOSE LOTES-PRODUTO
            END-IF

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                STRING 'NENHUM PRODUTO COM VALIDADE NOS PROXIMOS '
                    WS-DIAS ' DIAS'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'PRODUTOS LISTADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'DIAS=' DELIMITED BY SIZE
                WS-DIAS DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            GOBACK.

      ****** LE AS VALIDADES POR LOTE, OU DO CADASTRO SE NAO HA LOTES ***
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CONTADOR
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING WS-CONTADOR 'O - COD. PRODUTO: '
                       ORD-COD-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'NOME PRODUTO: ' ORD-NOME-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   IF ORD-LOTE NOT EQUAL SPACES
                       STRING 'LOTE: ' ORD-LOTE
                           ' QTDE: ' ORD-QUANTIDADE
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-IF
                   STRING 'VALIDADE: ' ORD-VALIDADE-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
            END-PERFORM.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-VALIDADE.
