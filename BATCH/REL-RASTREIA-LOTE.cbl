      *          EM LOTES-PRODUTO — O RECALL LEVA UMA HORA EM VEZ DE
      *          UMA SEMANA DE ADIVINHACAO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-RASTREIA-LOTE.
           COPY LOTSEL.
           COPY MLTSEL.
           COPY DSTSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LOTFD.
           COPY MLTFD.
           COPY DSTFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-DESCR-DESTINO     PIC X(30).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-RASTREIA-LOTE' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- RASTREIO DE LOTE (RECALL) -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            ACCEPT WS-COD-BUSCA
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO WS-SPL-LINHA
                    PERFORM 9812-IMPRIMIR-LINHA
                NOT INVALID KEY
                    STRING 'PRODUTO: ' WS-COD-PRODUTO ' '
                        WS-NOME-PRODUTO
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
            END-READ
            CLOSE PRODUTOS

            PERFORM 1000-SALDO-NA-PRATELEIRA
            PERFORM 2000-LISTAR-SAIDAS

            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'SAIDAS DO LOTE LISTADAS: ' WS-CONTADOR
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'QUANTIDADE TOTAL QUE SAIU: ' WS-QTD-SAIDA-TOTAL
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'SALDO AINDA NA PRATELEIRA: '
                WS-SALDO-PRATELEIRA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PRODUTO=' DELIMITED BY SIZE
                WS-COD-BUSCA DELIMITED BY SIZE
                ' LOTE=' DELIMITED BY SIZE
                WS-LOTE-BUSCA DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** O QUE AINDA ESTA NO CONTROLE DE LOTES **********************
            END-IF
            OPEN INPUT MOVIMENTO-LOTE
            IF WS-FS-MLT NOT EQUAL ZEROS
                STRING 'RASTRO DE LOTES AUSENTE (NENHUMA SAIDA '
                    'RASTREADA AINDA)'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'SAIDAS DO LOTE ' WS-LOTE-BUSCA ':'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-LOTE
                    END-READ
                END-IF
            END-IF
            STRING '  ' MLT-DATA ' MOV ' MLT-MOV-NUMERO ' QTD '
                MLT-QUANTIDADE ' DESTINO ' MLT-DESTINO ' '
                WS-DESCR-DESTINO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            ADD 1 TO WS-CONTADOR
            ADD MLT-QUANTIDADE TO WS-QTD-SAIDA-TOTAL.

           COPY SPLGRV.
       END PROGRAM REL-RASTREIA-LOTE.
