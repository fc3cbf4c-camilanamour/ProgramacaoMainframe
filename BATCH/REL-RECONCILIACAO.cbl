      *               formato antigo (gerado pela captura interna, que
      *               anexa entre sessoes) segue sendo processado, com
      *               aviso de que veio sem controles
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-RECONCILIACAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT CONTAGEM ASSIGN TO 'C:\ARQUIVOS\contagem.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONT.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY SPLFD.
           COPY SPIFD.

       FD CONTAGEM.
       01 REG-CONTAGEM.
       77 WS-PRIMEIRO-REG      PIC X VALUE 'S'.
       77 WS-REG-DETALHE       PIC 9(07).
       77 WS-HASH-DETALHE      PIC 9(13)V99.
       77 WS-VARIACAO-EDT      PIC +9(09).
       77 WS-HASH-DETALHE-EDT  PIC 9(13).99.
       77 WS-CTL-HASH-QTD-EDT     PIC 9(13).99.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-RECONCILIACAO' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            OPEN INPUT CONTAGEM
            OPEN INPUT PRODUTOS
            STRING "----------- RECONCILIACAO DE CONTAGEM -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-EOF        TO 0.
            SET WS-FS         TO 0.
            INITIALIZE WS-CONTADOR
            IF WS-ARQUIVO-OK NOT EQUAL 'S'
                CLOSE CONTAGEM
                CLOSE PRODUTOS
                PERFORM 9816-FECHAR-SPOOL
                STOP RUN
            END-IF

                   READ PRODUTOS INTO WS-PRODUTO
                       KEY IS COD-PRODUTO
                       INVALID KEY
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'COD. PRODUTO: ' CONT-COD-PRODUTO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING '  NAO CADASTRADO EM PRODUTOS'
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                       NOT INVALID KEY
                           COMPUTE WS-VARIACAO =
                               CONT-QTD-CONTADA - WS-ESTOQUE-PRODUTO
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'COD. PRODUTO: ' WS-COD-PRODUTO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'NOME PRODUTO: ' WS-NOME-PRODUTO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'ESTOQUE SISTEMA: '
                               WS-ESTOQUE-PRODUTO
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           STRING 'ESTOQUE CONTADO: '
                               CONT-QTD-CONTADA
                               DELIMITED BY SIZE INTO WS-SPL-LINHA
                           END-STRING
                           PERFORM 9812-IMPRIMIR-LINHA
                           IF WS-VARIACAO > 0
                               MOVE WS-VARIACAO TO WS-VARIACAO-EDT
                               STRING 'VARIACAO: +' WS-VARIACAO-EDT
                               ' (SOBRA)'
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           ELSE IF WS-VARIACAO < 0
                               MOVE WS-VARIACAO TO WS-VARIACAO-EDT
                               STRING 'VARIACAO: ' WS-VARIACAO-EDT
                               ' (FALTA)'
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           ELSE
                               STRING 'VARIACAO: 0 (CONFERE)'
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           END-IF
                   END-READ
                   END-IF
            END-PERFORM.

            IF WS-CONTADOR = 0
                MOVE 'NENHUM REGISTRO DE CONTAGEM' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'QUANTIDADE DE ITENS CONFERIDOS: ' WS-CONTADOR
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA

            CLOSE CONTAGEM
            CLOSE PRODUTOS.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** CONTROLES OPCIONAIS: SE HA HEADER, TEM QUE FECHAR **********
                           MOVE 'N' TO WS-PRIMEIRO-REG
                           IF CTL-HEADER
                               MOVE 'S' TO WS-TEM-CONTROLES
                               STRING 'HEADER: DATA ' CTL-DATA
                                   ' ORIGEM ' CTL-ORIGEM
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           ELSE
                               STRING 'ARQUIVO SEM HEADER/TRAILER '
                                   '(FORMATO ANTIGO), PROCESSANDO '
                                   'SEM CONFERENCIA'
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                               MOVE 'S' TO WS-ARQUIVO-OK
                               MOVE 1 TO WS-EOF
                           END-IF
                           IF CTL-REG-CONTADOS EQUAL WS-REG-DETALHE
                              AND CTL-HASH-QTD EQUAL WS-HASH-DETALHE
                               MOVE 'S' TO WS-ARQUIVO-OK
                               MOVE WS-HASH-DETALHE
                                   TO WS-HASH-DETALHE-EDT
                               STRING 'TOTAIS DE CONTROLE '
                                   'CONFERIDOS: ' WS-REG-DETALHE
                                   ' REGISTROS, HASH '
                                   WS-HASH-DETALHE-EDT
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           ELSE
                               STRING 'TRAILER NAO BATE COM O '
                                   'LIDO, ARQUIVO RECUSADO INTEIRO'
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                               MOVE CTL-HASH-QTD TO WS-CTL-HASH-QTD-EDT
                               STRING 'TRAILER: ' CTL-REG-CONTADOS
                                   ' REGISTROS, HASH '
                                   WS-CTL-HASH-QTD-EDT
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                               MOVE WS-HASH-DETALHE
                                   TO WS-HASH-DETALHE-EDT
                               STRING 'LIDO...: ' WS-REG-DETALHE
                                   ' REGISTROS, HASH '
                                   WS-HASH-DETALHE-EDT
                                   DELIMITED BY SIZE INTO WS-SPL-LINHA
                               END-STRING
                               PERFORM 9812-IMPRIMIR-LINHA
                           END-IF
                           MOVE 1 TO WS-EOF
                       WHEN OTHER
            END-PERFORM
            IF WS-TEM-CONTROLES EQUAL 'S' AND
               WS-TEM-TRAILER EQUAL 'N'
                STRING 'ARQUIVO SEM TRAILER, RECUSADO INTEIRO'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                MOVE 'N' TO WS-ARQUIVO-OK
            END-IF
            CLOSE CONTAGEM
            OPEN INPUT CONTAGEM.

           COPY SPLGRV.
       END PROGRAM REL-RECONCILIACAO.
