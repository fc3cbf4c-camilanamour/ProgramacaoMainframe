      *          ANONIMO ESTOQUE-RESERVADO DO CADASTRO — A RESPOSTA
      *          PARA "QUEM ESTA SEGURANDO AS 300 UNIDADES".
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-RESERVAS.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY RSVSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY RSVFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-TEM-GRUPO         PIC X VALUE 'N'.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-RESERVAS' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- RESERVAS ABERTAS POR PRODUTO --------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            OPEN INPUT RESERVAS
            IF WS-FS-RSV NOT EQUAL ZEROS
                MOVE 'NENHUMA RESERVA REGISTRADA' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                OPEN INPUT PRODUTOS
                INITIALIZE WS-CONTADOR
                                   WS-PRODUTO-ATUAL
                               PERFORM 2000-ABRIR-PRODUTO
                           END-IF
                           STRING '  RESERVA ' RSV-NUMERO
                               ' QTD: ' RSV-QUANTIDADE
                               ' SOLICITANTE: ' RSV-SOLICITANTE
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING '    DATA: ' RSV-DATA
                               ' VALIDADE: ' RSV-VALIDADE
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           ADD RSV-QUANTIDADE TO WS-SOMA-ABERTAS
                           ADD 1 TO WS-CONTADOR
                       END-IF
                   END-READ
                END-PERFORM
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'RESERVAS ABERTAS LISTADAS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                CLOSE PRODUTOS
                CLOSE RESERVAS
            END-IF.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** CABECALHO DO PRODUTO COM O TOTAL DO CADASTRO ***************
                    CONTINUE
            END-READ
            MOVE WS-ESTOQUE-RESERVADO TO WS-RESERVA-CADASTRO
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'PRODUTO: ' WS-PRODUTO-ATUAL ' ' WS-NOME-PRODUTO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** CONFERE A SOMA DAS ABERTAS CONTRA O CADASTRO ***************
       3000-FECHAR-PRODUTO.
            STRING '  SOMA DAS RESERVAS ABERTAS: ' WS-SOMA-ABERTAS
                ' RESERVADO NO CADASTRO: ' WS-RESERVA-CADASTRO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-SOMA-ABERTAS NOT EQUAL WS-RESERVA-CADASTRO
                STRING '  ** DETALHE E TOTAL NAO CONFEREM **'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

           COPY SPLGRV.
       END PROGRAM REL-RESERVAS.
