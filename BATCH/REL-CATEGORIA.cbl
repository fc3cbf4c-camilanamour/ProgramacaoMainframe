      *               CATEGORIA-PRODUTO e o cabecalho do grupo mostra
      *               a descricao do cadastro CATEGORIAS quando ela
      *               existe
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CATEGORIA.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY CATSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-categoria.tmp'.

      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY CATFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-SUBTOTAL-ESTOQUE  PIC 9(11).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-CATEGORIA' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----- LISTAGEM DE PRODUTOS POR CATEGORIA -----"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            OPEN INPUT CATEGORIAS
            IF WS-FS-CAT EQUAL ZEROS
                INPUT PROCEDURE IS 1000-LER-PRODUTOS
                OUTPUT PROCEDURE IS 2000-IMPRIMIR-CATEGORIAS.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                MOVE 'NENHUM PRODUTO ATIVO ENCONTRADO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'PRODUTOS LISTADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            IF WS-CAT-DISPONIVEL EQUAL 'S'
                CLOSE CATEGORIAS
            END-IF.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** LE PRODUTOS ATIVOS E ENVIA PARA A ORDENACAO ***************
                           PERFORM IMPRIMIR-CABECALHO-CATEGORIA
                       END-IF
                   END-IF
                   STRING '  ' ORD-COD-PRODUTO ' ' ORD-NOME-PRODUTO
                       ' ESTOQUE: ' ORD-ESTOQUE-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   ADD ORD-ESTOQUE-PRODUTO TO WS-SUBTOTAL-ESTOQUE
                   ADD 1 TO WS-CONTADOR
            END-PERFORM.

      ****** CABECALHO DE UM NOVO GRUPO DE CATEGORIA ********************
       IMPRIMIR-CABECALHO-CATEGORIA.
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CAT-DISPONIVEL EQUAL 'S'
                MOVE WS-CATEGORIA-ATUAL (1 : 6) TO CAT-CODIGO
                READ CATEGORIAS RECORD
                    KEY IS CAT-CODIGO
                    INVALID KEY
                        STRING 'CATEGORIA: ' WS-CATEGORIA-ATUAL
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                    NOT INVALID KEY
                        STRING 'CATEGORIA: ' CAT-CODIGO ' '
                            CAT-DESCRICAO
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                END-READ
            ELSE
                STRING 'CATEGORIA: ' WS-CATEGORIA-ATUAL
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            INITIALIZE WS-SUBTOTAL-ESTOQUE.

      ****** SUBTOTAL DE ESTOQUE DO GRUPO DE CATEGORIA ENCERRADO ********
       IMPRIMIR-SUBTOTAL.
            STRING '  SUBTOTAL ' WS-CATEGORIA-ATUAL ': '
                WS-SUBTOTAL-ESTOQUE
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

           COPY SPLGRV.
       END PROGRAM REL-CATEGORIA.
