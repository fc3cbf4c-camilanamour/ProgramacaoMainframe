      *          PRECO E O VALOR PARADO, DO MAIOR VALOR PARA O MENOR,
      *          PARA COMPRAS PARAR DE REPOR E COMECAR A QUEIMAR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ESTOQUE-PARADO.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ULTIMAS-SAIDAS ASSIGN TO
           'C:\ARQUIVOS\parado-saidas.tmp'
           ORGANIZATION IS INDEXED
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY MOVFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ULTIMAS-SAIDAS.
       01 REG-ULTIMA-SAIDA.
       77 WS-CORTE-INTEIRO     PIC 9(08).
       77 WS-DATA-CORTE        PIC 9(08).
       77 WS-VALOR-TOTAL       PIC 9(18)V99 VALUE ZERO.
       77 WS-VALOR-TOTAL-EDT   PIC 9(18).99.
       77 WS-ORD-PRECO-PRODUTO-EDT PIC 9(07).99.
       77 WS-ORD-VALOR-PARADO-EDT PIC 9(16).99.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-ESTOQUE-PARADO' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- ESTOQUE PARADO -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            DISPLAY 'INFORME O NUMERO DE DIAS SEM SAIDA:'
            ACCEPT WS-DIAS
                INPUT PROCEDURE IS 2000-SELECIONAR-PARADOS
                OUTPUT PROCEDURE IS 3000-IMPRIMIR-PARADOS.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                STRING 'NENHUM PRODUTO PARADO HA ' WS-DIAS ' DIAS'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'PRODUTOS PARADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-EDT
                STRING 'VALOR TOTAL PARADO: ' WS-VALOR-TOTAL-EDT
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            CLOSE ESTORNOS-TRABALHO
            CLOSE ULTIMAS-SAIDAS.
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'DIAS=' DELIMITED BY SIZE
                WS-DIAS DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** GUARDA OS NUMEROS DOS LANCAMENTOS JA ESTORNADOS ************
       1000-MAPEAR-ULTIMAS-SAIDAS.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                MOVE 'ARQUIVO DE MOVIMENTOS AUSENTE' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CONTADOR
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'COD. PRODUTO: ' ORD-COD-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'NOME PRODUTO: ' ORD-NOME-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   MOVE ORD-PRECO-PRODUTO TO WS-ORD-PRECO-PRODUTO-EDT
                   STRING 'ESTOQUE: ' ORD-ESTOQUE-PRODUTO
                       '  PRECO UNIT.: ' WS-ORD-PRECO-PRODUTO-EDT
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   MOVE ORD-VALOR-PARADO TO WS-ORD-VALOR-PARADO-EDT
                   STRING 'VALOR PARADO: ' WS-ORD-VALOR-PARADO-EDT
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   IF ORD-DATA-SAIDA EQUAL ZEROS
                       STRING 'ULTIMA SAIDA: NUNCA TEVE SAIDA'
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                   ELSE
                       STRING 'ULTIMA SAIDA: ' ORD-DATA-SAIDA
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-IF
                   ADD ORD-VALOR-PARADO TO WS-VALOR-TOTAL
            END-PERFORM.

           COPY SPLGRV.
       END PROGRAM REL-ESTOQUE-PARADO.
