      *               cadeia noturna; sem a variavel o programa segue
      *               perguntando no console; tambem grava INICIO/FIM
      *               em CONTROLE-EXECUCAO e termina com GOBACK
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-REPOSICAO.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
           COPY RUNWS.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-REPOSICAO' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
            STRING "----------- PRODUTOS PARA REPOSICAO -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'REL-REPOSICAO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-ESTOQUE-PRODUTO < WS-LIMITE
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
                       ADD 1 TO WS-CONTADOR
                   END-IF
               END-READ
            END-PERFORM.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                STRING 'NENHUM PRODUTO ABAIXO DO LIMITE INFORMADO'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'QUANTIDADE DE PRODUTOS PARA REPOSICAO: '
                WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            CLOSE PRODUTOS.
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'LIMITE=' DELIMITED BY SIZE
                WS-LIMITE DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            GOBACK.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-REPOSICAO.
