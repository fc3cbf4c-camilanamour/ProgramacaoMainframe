      *          ACHAR), PARA O CADASTRO SER CORRIGIDO ANTES QUE
      *          OUTRO SEPARADOR VA AO BIN ERRADO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-BARRAS-DUPLICADOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-barras.tmp'.

       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-NOME-GUARDADO     PIC X(20).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-BARRAS-DUPLICADOS' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- CODIGOS DE BARRAS DUPLICADOS --------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            INITIALIZE WS-CONTADOR

                INPUT PROCEDURE IS 1000-LER-PRODUTOS
                OUTPUT PROCEDURE IS 2000-LISTAR-DUPLICADOS.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                MOVE 'NENHUM CODIGO DE BARRAS DUPLICADO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'CODIGOS DE BARRAS DUPLICADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** ATIVOS COM CODIGO DE BARRAS PREENCHIDO *********************
                           ADD 1 TO WS-QTD-GRUPO
                           IF WS-QTD-GRUPO EQUAL 2
                               ADD 1 TO WS-CONTADOR
                               PERFORM 9812-IMPRIMIR-LINHA
                               STRING 'CODIGO DE BARRAS: '
                                   WS-BARRAS-ATUAL
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                               STRING '  ' WS-COD-GUARDADO ' '
                                   WS-NOME-GUARDADO
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           END-IF
                           STRING '  ' ORD-COD-PRODUTO ' '
                               ORD-NOME-PRODUTO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                       ELSE
                           MOVE ORD-CODIGO-BARRAS TO WS-BARRAS-ATUAL
                           MOVE 1 TO WS-QTD-GRUPO
                       END-IF
                   END-IF
            END-PERFORM.

           COPY SPLGRV.
       END PROGRAM REL-BARRAS-DUPLICADOS.
