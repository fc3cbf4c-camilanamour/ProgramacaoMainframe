      *          QUANDO A FONTE NAO PRINCIPAL E MAIS BARATA OU MAIS
      *          RAPIDA QUE A DO CADASTRO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-FONTES-COMPRA.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY PFXSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRODFD.
           COPY FORNFD.
           COPY PFXFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-PRAZO-PRINCIPAL   PIC 9(03).
       77 WS-PRECO-PRINCIPAL   PIC 9(07)V99.
       77 WS-MARCA             PIC X(30).
       77 WS-PRECO-PRINCIPAL-EDT PIC 9(07).99.
       77 WS-PFX-PRECO-EDT        PIC 9(07).99.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-FONTES-COMPRA' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- FONTES DE COMPRA POR PRODUTO --------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            OPEN INPUT FORNECEDORES-PRODUTO
            IF WS-FS-PFX NOT EQUAL ZEROS
                STRING 'NENHUM FORNECEDOR ALTERNATIVO CADASTRADO'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                OPEN INPUT PRODUTOS
                OPEN INPUT FORNECEDORES
                       PERFORM 2000-IMPRIMIR-ALTERNATIVA
                   END-READ
                END-PERFORM
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'PRODUTOS COM FONTES ALTERNATIVAS: '
                    WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                CLOSE FORNECEDORES
                CLOSE PRODUTOS
                CLOSE FORNECEDORES-PRODUTO
            END-IF.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** CABECALHO COM O FORNECEDOR PRINCIPAL DO CADASTRO ***********
            END-READ
            MOVE WS-PRECO-PRODUTO TO WS-PRECO-PRINCIPAL
            MOVE ZEROS TO WS-PRAZO-PRINCIPAL
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'PRODUTO: ' WS-PRODUTO-ATUAL ' ' WS-NOME-PRODUTO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-COD-FORNECEDOR TO
                COD-FORNECEDOR OF REG-FORNECEDOR
            READ FORNECEDORES RECORD
                KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    MOVE WS-PRECO-PRINCIPAL TO WS-PRECO-PRINCIPAL-EDT
                    STRING '  PRINCIPAL..: ' WS-COD-FORNECEDOR
                        ' (NAO CADASTRADO) PRECO: '
                        WS-PRECO-PRINCIPAL-EDT
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
                NOT INVALID KEY
                    MOVE PRAZO-ENTREGA TO WS-PRAZO-PRINCIPAL
                    STRING '  PRINCIPAL..: ' WS-COD-FORNECEDOR ' '
                        NOME-FORNECEDOR
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
                    MOVE WS-PRECO-PRINCIPAL TO WS-PRECO-PRINCIPAL-EDT
                    STRING '               PRECO: '
                        WS-PRECO-PRINCIPAL-EDT
                        ' PRAZO: ' WS-PRAZO-PRINCIPAL ' DIAS'
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
            END-READ.

      ****** UMA LINHA POR FONTE ALTERNATIVA, COM AS MARCACOES **********
            READ FORNECEDORES RECORD
                KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    MOVE PFX-PRECO TO WS-PFX-PRECO-EDT
                    STRING '  ALTERNATIVA: ' PFX-COD-FORNECEDOR
                        ' (NAO CADASTRADO) PRECO: ' WS-PFX-PRECO-EDT
                        ' PRAZO: ' PFX-PRAZO ' DIAS ' WS-MARCA
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
                NOT INVALID KEY
                    STRING '  ALTERNATIVA: ' PFX-COD-FORNECEDOR ' '
                        NOME-FORNECEDOR
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
                    MOVE PFX-PRECO TO WS-PFX-PRECO-EDT
                    STRING '               PRECO: ' WS-PFX-PRECO-EDT
                        ' PRAZO: ' PFX-PRAZO ' DIAS ' WS-MARCA
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
            END-READ.

           COPY SPLGRV.
       END PROGRAM REL-FONTES-COMPRA.
