      * Date: 09 AGO 2026
      * Purpose: LISTAGEM DE PRODUTOS INATIVOS (EXCLUIDOS LOGICAMENTE)
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-INATIVOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-CONTADOR          PIC 9(05).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-INATIVOS' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
            STRING "----------- PRODUTOS INATIVOS -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA

           COPY PRODENV.
            OPEN INPUT PRODUTOS
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-INATIVO
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
                MOVE 'NENHUM PRODUTO INATIVO ENCONTRADO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'QUANTIDADE DE PRODUTOS INATIVOS: '
                WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            CLOSE PRODUTOS.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

           COPY SPLGRV.
       END PROGRAM REL-INATIVOS.
