      *          SNAPSHOT PARTE DE SALDO ZERO COM TODOS OS MOVIMENTOS
      *          ATE A DATA, E SAI MARCADO NO RELATORIO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               conta como entrada no saldo
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-POSICAO-DATA.
           COPY PRODSEL.
           COPY HISTSEL.
           COPY MOVSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-posicao.tmp'.

           COPY PRODFD.
           COPY HISTFD.
           COPY MOVFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-DATA-SNAPSHOT     PIC 9(08).
       77 WS-TEM-SNAPSHOT      PIC X VALUE 'N'.
       77 WS-SALDO             PIC S9(10).
       77 WS-SALDO-EDT         PIC +9(10).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-POSICAO-DATA' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- POSICAO DE ESTOQUE NA DATA ----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            DISPLAY 'INFORME O CODIGO DO PRODUTO (0 = TODOS):'
            ACCEPT WS-COD-BUSCA
                MOVE 'S' TO WS-HIST-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-HIST-DISPONIVEL
                STRING 'ARQUIVO DE SNAPSHOTS AUSENTE, POSICAO SERA '
                    'RECONSTRUIDA SO DOS MOVIMENTOS'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            INITIALIZE WS-CONTADOR

                INPUT PROCEDURE IS 1000-LER-MOVIMENTOS
                OUTPUT PROCEDURE IS 2000-RECONSTRUIR-POSICOES.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                MOVE 'NENHUM PRODUTO NA SELECAO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'PRODUTOS LISTADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            IF WS-HIST-DISPONIVEL EQUAL 'S'
                CLOSE PRODUTOS-HIST
            END-IF.
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PRODUTO=' DELIMITED BY SIZE
                WS-COD-BUSCA DELIMITED BY SIZE
                ' DATA=' DELIMITED BY SIZE
                WS-DATA-POSICAO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** SELECIONA OS MOVIMENTOS ATE A DATA PEDIDA ******************
       1000-LER-MOVIMENTOS.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                MOVE 'ARQUIVO DE MOVIMENTOS AUSENTE' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
            PERFORM UNTIL WS-EOF-ORD EQUAL 1 OR
                ORD-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO
                IF ORD-DATA GREATER THAN WS-DATA-SNAPSHOT
                    IF ORD-TIPO EQUAL 'E' OR ORD-TIPO EQUAL 'R'
                        ADD ORD-QUANTIDADE TO WS-SALDO
                    ELSE
                        SUBTRACT ORD-QUANTIDADE FROM WS-SALDO

      ****** IMPRIME A POSICAO RECONSTRUIDA DO PRODUTO ******************
       2300-IMPRIMIR-POSICAO.
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'COD. PRODUTO: ' WS-COD-PRODUTO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'NOME PRODUTO: ' WS-NOME-PRODUTO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-SALDO TO WS-SALDO-EDT
            STRING 'POSICAO EM ' WS-DATA-POSICAO ': ' WS-SALDO-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-TEM-SNAPSHOT EQUAL 'S'
                STRING 'BASE: SNAPSHOT DE ' WS-DATA-SNAPSHOT
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                MOVE 'BASE: SEM SNAPSHOT, SO MOVIMENTOS' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            ADD 1 TO WS-CONTADOR.

           COPY SPLGRV.
       END PROGRAM REL-POSICAO-DATA.
