      *          TRABALHO E RESPONSABILIZACAO. LINHA ANTERIOR AO
      *          CARIMBO SAI AGRUPADA COMO (SEM OPERADOR).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               soma nas entradas do operador
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ATIVIDADE-OPERADOR.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MOVSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-atividade.tmp'.

       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY MOVFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-QTD-SAIDAS        PIC 9(11).
       77 WS-ESTORNOS          PIC 9(05).

           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-ATIVIDADE-OPERADOR' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
            STRING "----------- ATIVIDADE POR OPERADOR --------------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            ACCEPT WS-PARAMETRO FROM ENVIRONMENT 'REL_ATIVIDADE_DATA'
            IF WS-PARAMETRO NOT EQUAL SPACES AND
               WS-PARAMETRO IS NUMERIC
                INPUT PROCEDURE IS 1000-LER-MOVIMENTOS-DO-DIA
                OUTPUT PROCEDURE IS 2000-TOTALIZAR-OPERADORES.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                STRING 'NENHUM MOVIMENTO NA DATA INFORMADA'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'MOVIMENTOS TOTALIZADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'DATA=' DELIMITED BY SIZE
                WS-DATA-BUSCA DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** SELECIONA OS MOVIMENTOS DA DATA ****************************
       1000-LER-MOVIMENTOS-DO-DIA.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                MOVE 'ARQUIVO DE MOVIMENTOS AUSENTE' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                       INITIALIZE WS-ESTORNOS
                   END-IF
                   ADD 1 TO WS-MOVIMENTOS
                   IF ORD-TIPO EQUAL 'E' OR ORD-TIPO EQUAL 'R'
                       ADD ORD-QUANTIDADE TO WS-QTD-ENTRADAS
                   ELSE
                       ADD ORD-QUANTIDADE TO WS-QTD-SAIDAS

      ****** OS TOTAIS DE UM OPERADOR ***********************************
       2300-FECHAR-OPERADOR.
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'OPERADOR: ' WS-OPERADOR-ATUAL
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING '  MOVIMENTOS LANCADOS....: ' WS-MOVIMENTOS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING '  QUANTIDADE DE ENTRADAS.: ' WS-QTD-ENTRADAS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING '  QUANTIDADE DE SAIDAS...: ' WS-QTD-SAIDAS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING '  ESTORNOS LANCADOS......: ' WS-ESTORNOS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

           COPY SPLGRV.
       END PROGRAM REL-ATIVIDADE-OPERADOR.
