      *          EM FALTA, DATA E SOLICITANTE, PARA A DEMANDA SER
      *          ATENDIDA NA ORDEM EM QUE FICOU ESPERANDO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-BACKORDERS.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY BORSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-backorders.tmp'.

      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY BORFD.
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
            MOVE 'REL-BACKORDERS' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- BACKORDERS ABERTOS -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            INITIALIZE WS-CONTADOR

                INPUT PROCEDURE IS 1000-LER-BACKORDERS
                OUTPUT PROCEDURE IS 2000-IMPRIMIR-BACKORDERS.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                MOVE 'NENHUM BACKORDER ABERTO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'BACKORDERS ABERTOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** SELECIONA OS BACKORDERS AINDA ABERTOS **********************
       1000-LER-BACKORDERS.
            OPEN INPUT BACKORDERS
            IF WS-FS-BOR NOT EQUAL ZEROS
                MOVE 'NENHUM BACKORDER REGISTRADO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'BACKORDER ' ORD-NUMERO ' DE ' ORD-DATA
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'PRODUTO: ' ORD-COD-PRODUTO ' '
                       WS-NOME-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'QTDE EM FALTA: ' ORD-QTD-FALTA
                       ' SOLICITANTE: ' ORD-SOLICITANTE
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   ADD 1 TO WS-CONTADOR
            END-PERFORM
            CLOSE PRODUTOS.

           COPY SPLGRV.
       END PROGRAM REL-BACKORDERS.
