      *               seccao por mes com a marca de arquivado, e so
      *               depois a janela viva — o ano inteiro do
      *               auditor sai numa rodada so
      * 15 OUT 2026 - devolucao do departamento (MOV-TIPO R) aparece
      *               como linha propria com o destino e a saida
      *               original; arquivo morto lido no registro ampliado
      *               para 112 posicoes
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 121 posicoes (MOV-ORDEM-SERVICO)
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 122 posicoes (MOV-MOTIVO)
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-HISTORICO-PRODUTO.
           COPY LOGSEL.
           COPY MOVSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-MORTO-LOG ASSIGN TO WS-ARQ-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALOG.
           COPY LOGFD.
           COPY MOVFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ARQUIVO-MORTO-LOG.
       01 REG-MORTO-LOG            PIC X(110).

       FD ARQUIVO-MORTO-MOV.
       01 REG-MORTO-MOV            PIC X(122).

       WORKING-STORAGE SECTION.
       77 WS-FS-LOG            PIC 99.
       77 WS-PARAMETRO         PIC X(06).
       77 WS-PARAMETRO-LEN     PIC 9(02).
           COPY RUNWS.
           COPY SPLWS.

       01 WS-ARQ-LOG-PATH          PIC X(100).
       01 WS-ARQ-MOV-PATH          PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-HISTORICO-PRODUTO' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
            STRING "----- HISTORICO COMBINADO DE UM PRODUTO -----"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'REL-HISTORICO-PRODUTO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            PERFORM IMPRIMIR-LOG
            PERFORM IMPRIMIR-MOVIMENTOS

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR-LOG EQUAL 0 AND WS-CONTADOR-MOV EQUAL 0
                STRING 'NENHUM EVENTO ENCONTRADO PARA O PRODUTO '
                    WS-COD-BUSCA
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'EVENTOS DE CADASTRO/ALTERACAO/EXCLUSAO: '
                    WS-CONTADOR-LOG
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'MOVIMENTOS DE ESTOQUE: ' WS-CONTADOR-MOV
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR-MOV TO WS-RUN-LIDOS
            MOVE WS-CONTADOR-MOV TO WS-RUN-GRAVADOS
            MOVE WS-FS-MOV TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PRODUTO=' DELIMITED BY SIZE
                WS-COD-BUSCA DELIMITED BY SIZE
                ' MES-ARQUIVO=' DELIMITED BY SIZE
                WS-MES-ARQUIVO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            GOBACK.

      ****** IMPRIME OS EVENTOS DE CADASTRAR/ALTERAR/DELETAR ***********
       IMPRIMIR-LOG.
            OPEN INPUT PRODUTOS-LOG
            SET WS-EOF TO 0
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'EVENTOS DE CADASTRO/ALTERACAO/EXCLUSAO:'
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS-LOG
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF LOG-COD-PRODUTO EQUAL WS-COD-BUSCA
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'OPERACAO: ' LOG-OPERACAO
                           ' DATA: ' LOG-DATA ' HORA: ' LOG-HORA
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'NOME ANTES: ' LOG-NOME-ANTES
                           ' ESTOQUE ANTES: ' LOG-ESTOQUE-ANTES
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'NOME DEPOIS: ' LOG-NOME-DEPOIS
                           ' ESTOQUE DEPOIS: ' LOG-ESTOQUE-DEPOIS
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'USUARIO: ' LOG-USUARIO
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                       ADD 1 TO WS-CONTADOR-LOG
                   END-IF
               END-READ
       IMPRIMIR-MOVIMENTOS.
            OPEN INPUT MOVIMENTO-ESTOQUE
            SET WS-EOF TO 0
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'MOVIMENTOS DE ESTOQUE:' TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM UNTIL WS-EOF EQUAL 1
               READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF MOV-COD-PRODUTO EQUAL WS-COD-BUSCA
                       PERFORM 9812-IMPRIMIR-LINHA
                       IF MOV-ENTRADA
                           STRING 'ENTRADA DE ' MOV-QUANTIDADE
                               ' EM ' MOV-DATA
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                       ELSE
                       IF MOV-DEVOLUCAO-DEPTO
                           STRING 'DEVOLUCAO DO DESTINO ' MOV-DESTINO
                               ' DE ' MOV-QUANTIDADE ' EM ' MOV-DATA
                               ' (SAIDA ' MOV-SAIDA-ORIGEM ')'
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                       ELSE
                           STRING 'SAIDA DE ' MOV-QUANTIDADE
                               ' EM ' MOV-DATA
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                       END-IF
                       END-IF
                       IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                           STRING '  (ESTORNO DO MOVIMENTO '
                               MOV-ESTORNO-DE ')'
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                       END-IF
                       ADD 1 TO WS-CONTADOR-MOV
                   END-IF
                CONTINUE
            ELSE
                SET WS-EOF TO 0
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'EVENTOS ARQUIVADOS (' WS-MES-ARQUIVO '):'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQUIVO-MORTO-LOG
                   AT END
                   NOT AT END
                       MOVE REG-MORTO-LOG TO REG-LOG
                       IF LOG-COD-PRODUTO EQUAL WS-COD-BUSCA
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'OPERACAO: ' LOG-OPERACAO
                               ' DATA: ' LOG-DATA ' HORA: ' LOG-HORA
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'NOME ANTES: ' LOG-NOME-ANTES
                               ' ESTOQUE ANTES: ' LOG-ESTOQUE-ANTES
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'NOME DEPOIS: ' LOG-NOME-DEPOIS
                               ' ESTOQUE DEPOIS: ' LOG-ESTOQUE-DEPOIS
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'USUARIO: ' LOG-USUARIO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           ADD 1 TO WS-CONTADOR-LOG
                       END-IF
                   END-READ
                CONTINUE
            ELSE
                SET WS-EOF TO 0
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'MOVIMENTOS ARQUIVADOS (' WS-MES-ARQUIVO '):'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQUIVO-MORTO-MOV
                   AT END
                   NOT AT END
                       MOVE REG-MORTO-MOV TO REG-MOVIMENTO
                       IF MOV-COD-PRODUTO EQUAL WS-COD-BUSCA
                           PERFORM 9812-IMPRIMIR-LINHA
                           IF MOV-ENTRADA
                               STRING 'ENTRADA DE ' MOV-QUANTIDADE
                                   ' EM ' MOV-DATA
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           ELSE
                           IF MOV-DEVOLUCAO-DEPTO
                               STRING 'DEVOLUCAO DO DESTINO '
                                   MOV-DESTINO ' DE ' MOV-QUANTIDADE
                                   ' EM ' MOV-DATA
                                   ' (SAIDA ' MOV-SAIDA-ORIGEM ')'
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           ELSE
                               STRING 'SAIDA DE ' MOV-QUANTIDADE
                                   ' EM ' MOV-DATA
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           END-IF
                           END-IF
                           ADD 1 TO WS-CONTADOR-MOV
                       END-IF
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-HISTORICO-PRODUTO.
