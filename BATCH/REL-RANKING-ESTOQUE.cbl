      * Purpose: RANKING DE PRODUTOS POR ESTOQUE, DO MAIS CRITICO
      *          (MENOR ESTOQUE) PARA O MENOS CRITICO
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-RANKING-ESTOQUE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-ranking-estoque.tmp'.

       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-CONTADOR          PIC 9(05).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-RANKING-ESTOQUE' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "------- RANKING DE ESTOQUE (MAIS CRITICO PRIMEIRO)"
                " -------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.

            SORT ARQUIVO-ORDENACAO
                INPUT PROCEDURE IS 1000-LER-PRODUTOS
                OUTPUT PROCEDURE IS 2000-IMPRIMIR-RANKING.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                MOVE 'NENHUM PRODUTO ATIVO ENCONTRADO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'PRODUTOS LISTADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** LE PRODUTOS ATIVOS E ENVIA PARA A ORDENACAO ***************
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
                   STRING 'ESTOQUE PRODUTO: ' ORD-ESTOQUE-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   IF ORD-ESTOQUE-PRODUTO <= ORD-ESTOQUE-MINIMO
                       MOVE '** REORDER **' TO WS-SPL-LINHA
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-IF
            END-PERFORM.

           COPY SPLGRV.
       END PROGRAM REL-RANKING-ESTOQUE.
