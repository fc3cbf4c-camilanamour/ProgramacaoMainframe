      *               fornecedor e a diferenca entre os dois; custo
      *               zerado de cadastro antigo e valorizado pelo
      *               preco, como antes
      * 15 OUT 2026 - estoque consignado (saldo de CONSIGNACAO) e do
      *               fornecedor e fica fora da valorizacao: o item
      *               mostra o consignado a parte e so o estoque
      *               proprio entra no valor
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-VALOR-ESTOQUE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY CSGSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY CSGFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-DIFERENCA-PRECO   PIC S9(07)V99.
       77 WS-VALOR-PRECO-ITEM  PIC 9(16)V99.
       77 WS-VALOR-PRECO-TOTAL PIC 9(18)V99 VALUE ZERO.
       77 WS-FS-CSG            PIC 99.
       77 WS-CSG-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-QTD-CONSIGNADA    PIC 9(09).
       77 WS-QTD-PROPRIA       PIC 9(09).
       77 WS-PRODUTOS-CONSIG   PIC 9(05) VALUE ZERO.
       77 WS-CUSTO-USADO-EDT   PIC 9(07).99.
       77 WS-PRECO-PRODUTO-EDT PIC 9(07).99.
       77 WS-DIFERENCA-PRECO-EDT PIC +9(07).99.
       77 WS-VALOR-ITEM-EDT    PIC 9(16).99.
       77 WS-VALOR-TOTAL-EDT   PIC 9(18).99.
       77 WS-VALOR-PRECO-TOTAL-EDT PIC 9(18).99.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-VALOR-ESTOQUE' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            OPEN INPUT PRODUTOS
            OPEN INPUT CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE 'S' TO WS-CSG-DISPONIVEL
            END-IF
            STRING "----------- VALORIZACAO DE ESTOQUE -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-EOF     TO 0.
            SET WS-FS      TO 0.
            INITIALIZE WS-CONTADOR
                   ELSE
                       MOVE WS-CUSTO-MEDIO TO WS-CUSTO-USADO
                   END-IF
                   PERFORM 1000-SEPARAR-CONSIGNADO
                   COMPUTE WS-VALOR-ITEM =
                       WS-CUSTO-USADO * WS-QTD-PROPRIA
                   COMPUTE WS-VALOR-PRECO-ITEM =
                       WS-PRECO-PRODUTO * WS-QTD-PROPRIA
                   COMPUTE WS-DIFERENCA-PRECO =
                       WS-PRECO-PRODUTO - WS-CUSTO-USADO
                   ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL
                   ELSE
                       MOVE WS-UNIDADE-ESTOQUE TO WS-UNIDADE-EXIBIR
                   END-IF
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'COD. PRODUTO: ' WS-COD-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   STRING 'NOME PRODUTO: ' WS-NOME-PRODUTO
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   MOVE WS-CUSTO-USADO TO WS-CUSTO-USADO-EDT
                   MOVE WS-PRECO-PRODUTO TO WS-PRECO-PRODUTO-EDT
                   STRING 'ESTOQUE: ' WS-ESTOQUE-PRODUTO ' '
                   WS-UNIDADE-EXIBIR
                   '  CUSTO MEDIO: ' WS-CUSTO-USADO-EDT
                   '  ULT. PRECO: ' WS-PRECO-PRODUTO-EDT
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   IF WS-QTD-CONSIGNADA > ZERO
                       STRING 'CONSIGNADO (NAO VALORIZADO): '
                       WS-QTD-CONSIGNADA '  PROPRIO: ' WS-QTD-PROPRIA
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-IF
                   MOVE WS-DIFERENCA-PRECO TO WS-DIFERENCA-PRECO-EDT
                   MOVE WS-VALOR-ITEM TO WS-VALOR-ITEM-EDT
                   STRING 'DIFERENCA PRECO-CUSTO: '
                       WS-DIFERENCA-PRECO-EDT
                   '  VALOR ITEM (CUSTO): ' WS-VALOR-ITEM-EDT
                       DELIMITED BY SIZE INTO WS-SPL-LINHA
                   END-STRING
                   PERFORM 9812-IMPRIMIR-LINHA
                   ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM.

            IF WS-CONTADOR = 0
                MOVE 'NENHUM REGISTRO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'QUANTIDADE DE PRODUTOS: ' WS-CONTADOR
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-VALOR-TOTAL TO WS-VALOR-TOTAL-EDT
            STRING 'VALOR TOTAL AO CUSTO MEDIO: ' WS-VALOR-TOTAL-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-VALOR-PRECO-TOTAL TO WS-VALOR-PRECO-TOTAL-EDT
            STRING 'VALOR TOTAL AO ULTIMO PRECO: '
                WS-VALOR-PRECO-TOTAL-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'PRODUTOS COM ESTOQUE CONSIGNADO FORA DO VALOR: '
                WS-PRODUTOS-CONSIG
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA

            IF WS-CSG-DISPONIVEL EQUAL 'S'
                CLOSE CONSIGNACAO
            END-IF
            CLOSE PRODUTOS.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** PARTE DO SALDO QUE E DO FORNECEDOR *************************
       1000-SEPARAR-CONSIGNADO.
            MOVE ZEROS TO WS-QTD-CONSIGNADA
            IF WS-CSG-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CSG-SALDO > WS-ESTOQUE-PRODUTO
                            MOVE WS-ESTOQUE-PRODUTO TO
                                WS-QTD-CONSIGNADA
                        ELSE
                            MOVE CSG-SALDO TO WS-QTD-CONSIGNADA
                        END-IF
                END-READ
            END-IF
            IF WS-QTD-CONSIGNADA > ZERO
                ADD 1 TO WS-PRODUTOS-CONSIG
            END-IF
            SUBTRACT WS-QTD-CONSIGNADA FROM WS-ESTOQUE-PRODUTO
                GIVING WS-QTD-PROPRIA.

           COPY SPLGRV.
       END PROGRAM REL-VALOR-ESTOQUE.
