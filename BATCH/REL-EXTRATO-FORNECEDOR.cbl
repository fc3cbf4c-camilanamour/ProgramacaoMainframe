      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: EXTRATO DE CONTA DO FORNECEDOR NUM PERIODO: EM ORDEM
      *          DE DATA, OS PEDIDOS EMITIDOS (PEDIDOS-COMPRA), AS
      *          ENTRADAS RECEBIDAS COM QUANTIDADE E VALOR
      *          (ENTRADAS-CUSTO, COM A NOTA FISCAL DE NOTAS-ENTRADA),
      *          AS DEVOLUCOES COM O DOCUMENTO DE DEBITO
      *          (DEBITOS-FORNECEDOR), AS FATURAS APROVADAS
      *          (FATURAS-APROVADAS) E AS RETIDAS COM O MOTIVO
      *          (FATURAS-LINHAS), FECHANDO COM O RECEBIDO AINDA NAO
      *          FATURADO, O FATURADO RETIDO E OS DEBITOS EM ABERTO NA
      *          DATA FINAL. CADA FORNECEDOR SAI NO SEU ARQUIVO
      *          extrato-fornecedor-FFFF.txt, PRONTO PARA SER MANDADO
      *          A ELE. ENTRADA ESTORNADA APARECE MARCADA E NAO ENTRA
      *          NO SALDO. VALORES NA MOEDA DO FORNECEDOR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - cada extrato emitido tambem arquivado no spool
      *               datado, com a emissao registrada no indice do
      *               spool (SPLGRV)
      * 15 OUT 2026 - fatura aprovada mostra a serie da nota na
      *               observacao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-EXTRATO-FORNECEDOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY ENTSEL.
           COPY NFESEL.
           COPY DEBSEL.
           COPY APRSEL.
           COPY FLNSEL.
           COPY MOVSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\extrato-estornos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETR-NUMERO
           FILE STATUS IS WS-FS-ETR.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-extrato.tmp'.
           SELECT EXTRATO-FORNECEDOR ASSIGN TO WS-EXT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXT.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY FORNFD.
           COPY PEDFD.
           COPY ENTFD.
           COPY NFEFD.
           COPY DEBFD.
           COPY APRFD.
           COPY FLNFD.
           COPY MOVFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ETR-NUMERO           PIC 9(09).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-DATA             PIC 9(08).
           03 ORD-TIPO             PIC 9(01).
               88 ORD-PEDIDO       VALUE 1.
               88 ORD-RECEBIMENTO  VALUE 2.
               88 ORD-DEVOLUCAO    VALUE 3.
               88 ORD-APROVADA     VALUE 4.
               88 ORD-RETIDA       VALUE 5.
           03 ORD-DOCUMENTO        PIC X(10).
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-QUANTIDADE       PIC 9(09).
           03 ORD-PRECO            PIC 9(07)V99.
           03 ORD-VALOR            PIC 9(14)V99.
           03 ORD-MOEDA            PIC X(03).
           03 ORD-OBSERVACAO       PIC X(66).

       FD EXTRATO-FORNECEDOR.
       01 REG-EXTRATO              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-ENT            PIC 99.
       77 WS-FS-NFE            PIC 99.
       77 WS-NFE-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-DEB            PIC 99.
       77 WS-FS-APR            PIC 99.
       77 WS-FS-FLN            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-ETR            PIC 99.
       77 WS-FS-EXT            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-FORN          PIC 99.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-COD-INFORMADO     PIC 9(04).
       77 WS-DATA-INICIAL      PIC 9(08).
       77 WS-DATA-FINAL        PIC 9(08).
       77 WS-FORNECEDOR-ATUAL  PIC 9(04).
       77 WS-MOEDA-FORNECEDOR  PIC X(03).
       77 WS-LANCAMENTOS       PIC 9(07).
       77 WS-EXTRATOS          PIC 9(05).
       77 WS-EXT-ABERTO        PIC X VALUE 'N'.
       77 WS-ESTORNADA         PIC X VALUE 'N'.
       77 WS-RECEBIDO          PIC 9(15)V99.
       77 WS-FATURADO          PIC 9(15)V99.
       77 WS-RETIDO            PIC 9(15)V99.
       77 WS-DEBITOS-ABERTOS   PIC 9(15)V99.
       77 WS-NAO-FATURADO      PIC S9(15)V99.
       77 WS-NF-GRUPO          PIC X(10).
       77 WS-GRUPO-ABERTO      PIC X VALUE 'N'.
       77 WS-GRUPO-RETIDO      PIC X VALUE 'N'.
       77 WS-GRUPO-DATA        PIC 9(08).
       77 WS-GRUPO-VALOR       PIC 9(14)V99.
       77 WS-GRUPO-MOEDA       PIC X(03).
       77 WS-GRUPO-MOTIVO      PIC X(66).
       77 WS-GRUPO-LINHAS      PIC 9(05).
       77 WS-EXT-PATH          PIC X(100).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(42)
              VALUE 'EXTRATO DE CONTA DO FORNECEDOR - PERIODO '.
           03 REL-DATA-INICIAL     PIC 9(08).
           03 FILLER               PIC X(03) VALUE ' A '.
           03 REL-DATA-FINAL       PIC 9(08).
           03 FILLER               PIC X(12) VALUE '  EMITIDO EM'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-HOJE        PIC 9(08).
           03 FILLER               PIC X(50) VALUE SPACES.

       01 WS-LINHA-FORNECEDOR.
           03 FILLER               PIC X(12) VALUE 'FORNECEDOR: '.
           03 REL-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(11) VALUE '  CONTATO: '.
           03 REL-CONTATO          PIC X(20).
           03 FILLER               PIC X(09) VALUE '  MOEDA: '.
           03 REL-MOEDA-FORNECEDOR PIC X(03).
           03 FILLER               PIC X(42) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(09) VALUE 'DATA'.
           03 FILLER               PIC X(17) VALUE 'LANCAMENTO'.
           03 FILLER               PIC X(11) VALUE 'DOCUMENTO'.
           03 FILLER               PIC X(07) VALUE 'PRODUTO'.
           03 FILLER               PIC X(10) VALUE '       QTD'.
           03 FILLER               PIC X(11) VALUE '  PRECO UN.'.
           03 FILLER               PIC X(18) VALUE '             VALOR'.
           03 FILLER               PIC X(05) VALUE ' MOE '.
           03 FILLER               PIC X(44) VALUE 'OBSERVACAO'.

       01 WS-LINHA-LANCAMENTO.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-LANCAMENTO       PIC X(16).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DOCUMENTO        PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-COD-PRODUTO      PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-QUANTIDADE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PRECO            PIC ZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VALOR            PIC ZZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-MOEDA            PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-OBSERVACAO       PIC X(44).

       01 WS-LINHA-MOTIVO.
           03 FILLER               PIC X(27) VALUE SPACES.
           03 FILLER               PIC X(08) VALUE 'MOTIVO: '.
           03 REL-MOTIVO           PIC X(66).
           03 FILLER               PIC X(31) VALUE SPACES.

       01 WS-LINHA-SALDO.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 REL-SALDO-ROTULO     PIC X(50).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-SALDO-VALOR      PIC -ZZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-SALDO-MOEDA      PIC X(03).
           03 FILLER               PIC X(53) VALUE SPACES.

       01 WS-OBSERVACAO            PIC X(66).

           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------- EXTRATO DE CONTA DO FORNECEDOR -------"
            DISPLAY 'INFORME O FORNECEDOR (0 = TODOS COM MOVIMENTO):'
            ACCEPT WS-COD-INFORMADO
            DISPLAY 'INFORME A DATA INICIAL (AAAAMMDD, 0 = INICIO DO '
                'MES):'
            ACCEPT WS-DATA-INICIAL
            DISPLAY 'INFORME A DATA FINAL (AAAAMMDD, 0 = HOJE):'
            ACCEPT WS-DATA-FINAL
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            IF WS-DATA-FINAL EQUAL ZERO
                MOVE WS-DATA-HOJE TO WS-DATA-FINAL
            END-IF
            IF WS-DATA-INICIAL EQUAL ZERO
                MOVE WS-DATA-FINAL TO WS-DATA-INICIAL
                MOVE '01' TO WS-DATA-INICIAL (7 : 2)
            END-IF
            IF WS-DATA-INICIAL > WS-DATA-FINAL
                DISPLAY 'DATA INICIAL POSTERIOR A FINAL'
                STOP RUN
            END-IF
            INITIALIZE WS-EXTRATOS

            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE FORNECEDORES NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-FORN
                STOP RUN
            END-IF
            OPEN INPUT NOTAS-ENTRADA
            IF WS-FS-NFE EQUAL ZEROS
                MOVE 'S' TO WS-NFE-DISPONIVEL
            END-IF
            PERFORM 0600-MAPEAR-ESTORNOS

            IF WS-COD-INFORMADO NOT EQUAL ZERO
                MOVE WS-COD-INFORMADO TO COD-FORNECEDOR OF
                    REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        DISPLAY 'FORNECEDOR NAO CADASTRADO: '
                            WS-COD-INFORMADO
                    NOT INVALID KEY
                        PERFORM 1000-EMITIR-EXTRATO
                END-READ
            ELSE
                SET WS-EOF-FORN TO 0
                PERFORM UNTIL WS-EOF-FORN EQUAL 1
                   READ FORNECEDORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-FORN
                   NOT AT END
                       PERFORM 1000-EMITIR-EXTRATO
                   END-READ
                END-PERFORM
            END-IF

            CLOSE ESTORNOS-TRABALHO
            IF WS-NFE-DISPONIVEL EQUAL 'S'
                CLOSE NOTAS-ENTRADA
            END-IF
            CLOSE FORNECEDORES

            DISPLAY ' '
            IF WS-EXTRATOS EQUAL ZERO
                DISPLAY 'NENHUM MOVIMENTO NO PERIODO INFORMADO'
            ELSE
                DISPLAY 'EXTRATOS GRAVADOS: ' WS-EXTRATOS
                    ' (extrato-fornecedor-FFFF.txt)'
            END-IF
            STOP RUN.

      ****** ENTRADAS ESTORNADAS NO LIVRO DE MOVIMENTOS *****************
       0600-MAPEAR-ESTORNOS.
            OPEN OUTPUT ESTORNOS-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            OPEN I-O ESTORNOS-TRABALHO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                           MOVE MOV-ESTORNO-DE TO ETR-NUMERO
                           WRITE REG-ESTORNO-TRABALHO
                              INVALID KEY
                                  CONTINUE
                           END-WRITE
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** UM FORNECEDOR: LANCAMENTOS EM ORDEM DE DATA E SALDOS *******
       1000-EMITIR-EXTRATO.
            MOVE COD-FORNECEDOR OF REG-FORNECEDOR TO
                WS-FORNECEDOR-ATUAL
            MOVE MOEDA-FORNECEDOR TO WS-MOEDA-FORNECEDOR
            IF WS-MOEDA-FORNECEDOR EQUAL SPACES
                MOVE 'BRL' TO WS-MOEDA-FORNECEDOR
            END-IF
            INITIALIZE WS-LANCAMENTOS
            INITIALIZE WS-RECEBIDO
            INITIALIZE WS-FATURADO
            INITIALIZE WS-RETIDO
            INITIALIZE WS-DEBITOS-ABERTOS
            MOVE 'N' TO WS-EXT-ABERTO
            SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-DATA
                ON ASCENDING KEY ORD-TIPO
                ON ASCENDING KEY ORD-DOCUMENTO
                ON ASCENDING KEY ORD-COD-PRODUTO
                INPUT PROCEDURE IS 2000-SOLTAR-LANCAMENTOS
                OUTPUT PROCEDURE IS 3000-IMPRIMIR-LANCAMENTOS
            IF WS-EXT-ABERTO EQUAL 'S'
                PERFORM 3500-IMPRIMIR-SALDOS
                CLOSE EXTRATO-FORNECEDOR
                MOVE 'REL-EXTRATO-FORNECEDOR' TO WS-SPL-PROGRAMA
                MOVE WS-EXT-PATH TO WS-SPL-ORIGEM
                MOVE SPACES TO WS-SPL-PARAMETROS
                STRING 'FORNECEDOR=' DELIMITED BY SIZE
                    WS-FORNECEDOR-ATUAL DELIMITED BY SIZE
                    ' DE ' DELIMITED BY SIZE
                    WS-DATA-INICIAL DELIMITED BY SIZE
                    ' A ' DELIMITED BY SIZE
                    WS-DATA-FINAL DELIMITED BY SIZE
                    INTO WS-SPL-PARAMETROS
                END-STRING
                PERFORM 9818-ARQUIVAR-RELATORIO
                ADD 1 TO WS-EXTRATOS
                DISPLAY 'FORNECEDOR ' WS-FORNECEDOR-ATUAL ': '
                    WS-LANCAMENTOS ' LANCAMENTOS'
            END-IF.

      ****** OS CINCO TIPOS DE LANCAMENTO DO FORNECEDOR *****************
       2000-SOLTAR-LANCAMENTOS.
            PERFORM 2100-SOLTAR-PEDIDOS
            PERFORM 2200-SOLTAR-RECEBIMENTOS
            PERFORM 2300-SOLTAR-DEVOLUCOES
            PERFORM 2400-SOLTAR-APROVADAS
            PERFORM 2500-SOLTAR-RETIDAS.

      ****** PEDIDOS EMITIDOS NO PERIODO ********************************
       2100-SOLTAR-PEDIDOS.
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PED EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PEDIDOS-COMPRA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PED-COD-FORNECEDOR EQUAL WS-FORNECEDOR-ATUAL
                          AND PED-DATA-PEDIDO NOT LESS THAN
                          WS-DATA-INICIAL
                          AND PED-DATA-PEDIDO NOT GREATER THAN
                          WS-DATA-FINAL
                           PERFORM 2150-SOLTAR-PEDIDO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE PEDIDOS-COMPRA
            END-IF.

      ****** UM PEDIDO **************************************************
       2150-SOLTAR-PEDIDO.
            INITIALIZE REG-ORDENACAO
            MOVE PED-DATA-PEDIDO TO ORD-DATA
            SET ORD-PEDIDO TO TRUE
            MOVE PED-NUMERO TO ORD-DOCUMENTO
            MOVE PED-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE PED-QTD-PEDIDA TO ORD-QUANTIDADE
            MOVE PED-PRECO-ACORDADO TO ORD-PRECO
            COMPUTE ORD-VALOR = PED-QTD-PEDIDA * PED-PRECO-ACORDADO
            MOVE PED-MOEDA TO ORD-MOEDA
            EVALUATE TRUE
                WHEN PED-CANCELADO
                    MOVE 'LINHA CANCELADA' TO ORD-OBSERVACAO
                WHEN PED-ACERTO-CONSIGNACAO
                    MOVE 'ACERTO DE CONSIGNACAO' TO ORD-OBSERVACAO
                WHEN PED-LIBERACAO-CONTRATO
                    MOVE 'LIBERACAO DE CONTRATO' TO ORD-OBSERVACAO
                WHEN OTHER
                    MOVE SPACES TO ORD-OBSERVACAO
            END-EVALUATE
            RELEASE REG-ORDENACAO.

      ****** ENTRADAS RECEBIDAS: LISTA O PERIODO, SOMA ATE A DATA FINAL *
       2200-SOLTAR-RECEBIMENTOS.
            OPEN INPUT ENTRADAS-CUSTO
            IF WS-FS-ENT EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ENTRADAS-CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ENT-COD-FORNECEDOR EQUAL WS-FORNECEDOR-ATUAL
                          AND ENT-DATA NOT GREATER THAN WS-DATA-FINAL
                           PERFORM 2250-SOLTAR-RECEBIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE ENTRADAS-CUSTO
            END-IF.

      ****** UMA ENTRADA, COM A NOTA FISCAL E A MARCA DE ESTORNO ********
       2250-SOLTAR-RECEBIMENTO.
            MOVE ENT-MOV-NUMERO TO ETR-NUMERO
            READ ESTORNOS-TRABALHO RECORD
                KEY IS ETR-NUMERO
                INVALID KEY
                    MOVE 'N' TO WS-ESTORNADA
                NOT INVALID KEY
                    MOVE 'S' TO WS-ESTORNADA
            END-READ
            IF WS-ESTORNADA EQUAL 'N'
                ADD ENT-VALOR-MOEDA TO WS-RECEBIDO
            END-IF
            IF ENT-DATA NOT LESS THAN WS-DATA-INICIAL
                PERFORM 2260-LISTAR-RECEBIMENTO
            END-IF.

      ****** ENTRADA DO PERIODO: NOTA FISCAL E MARCA DE ESTORNO *********
       2260-LISTAR-RECEBIMENTO.
            INITIALIZE REG-ORDENACAO
            MOVE ENT-DATA TO ORD-DATA
            SET ORD-RECEBIMENTO TO TRUE
            MOVE ENT-NUMERO-PEDIDO TO ORD-DOCUMENTO
            MOVE ENT-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE ENT-QTD-COMPRA TO ORD-QUANTIDADE
            MOVE ENT-PRECO-MOEDA TO ORD-PRECO
            MOVE ENT-VALOR-MOEDA TO ORD-VALOR
            MOVE ENT-MOEDA TO ORD-MOEDA
            MOVE SPACES TO WS-OBSERVACAO
            IF WS-NFE-DISPONIVEL EQUAL 'S'
                MOVE ENT-MOV-NUMERO TO NFE-MOV-NUMERO
                READ NOTAS-ENTRADA RECORD
                    KEY IS NFE-MOV-NUMERO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NFE-COM-NOTA
                            STRING 'NF ' NFE-NUMERO '/' NFE-SERIE
                                DELIMITED BY SIZE INTO WS-OBSERVACAO
                            END-STRING
                        ELSE
                            MOVE 'SEM NF' TO WS-OBSERVACAO
                        END-IF
                END-READ
            END-IF
            IF WS-ESTORNADA EQUAL 'S'
                MOVE 'ESTORNADA' TO WS-OBSERVACAO (18 : 9)
            END-IF
            MOVE WS-OBSERVACAO TO ORD-OBSERVACAO
            RELEASE REG-ORDENACAO.

      ****** DEVOLUCOES COM O DOCUMENTO DE DEBITO ***********************
       2300-SOLTAR-DEVOLUCOES.
            OPEN INPUT DEBITOS-FORNECEDOR
            IF WS-FS-DEB EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ DEBITOS-FORNECEDOR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEB-COD-FORNECEDOR EQUAL WS-FORNECEDOR-ATUAL
                          AND DEB-DATA NOT GREATER THAN WS-DATA-FINAL
                           ADD DEB-SALDO TO WS-DEBITOS-ABERTOS
                           IF DEB-DATA NOT LESS THAN WS-DATA-INICIAL
                               PERFORM 2350-SOLTAR-DEVOLUCAO
                           END-IF
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE DEBITOS-FORNECEDOR
            END-IF.

      ****** UMA DEVOLUCAO **********************************************
       2350-SOLTAR-DEVOLUCAO.
            INITIALIZE REG-ORDENACAO
            MOVE DEB-DATA TO ORD-DATA
            SET ORD-DEVOLUCAO TO TRUE
            MOVE DEB-NUMERO TO ORD-DOCUMENTO
            MOVE DEB-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE DEB-QUANTIDADE TO ORD-QUANTIDADE
            MOVE DEB-VALOR TO ORD-VALOR
            MOVE WS-MOEDA-FORNECEDOR TO ORD-MOEDA
            MOVE SPACES TO WS-OBSERVACAO
            IF DEB-ABERTO
                STRING 'PEDIDO ' DEB-NUMERO-PEDIDO ' DEBITO EM ABERTO'
                    DELIMITED BY SIZE INTO WS-OBSERVACAO
                END-STRING
            ELSE
                STRING 'PEDIDO ' DEB-NUMERO-PEDIDO ' DEBITO COMPENSADO'
                    DELIMITED BY SIZE INTO WS-OBSERVACAO
                END-STRING
            END-IF
            MOVE WS-OBSERVACAO TO ORD-OBSERVACAO
            RELEASE REG-ORDENACAO.

      ****** FATURAS APROVADAS PARA PAGAMENTO ***************************
       2400-SOLTAR-APROVADAS.
            OPEN INPUT FATURAS-APROVADAS
            IF WS-FS-APR EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-APROVADAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APR-COD-FORNECEDOR EQUAL WS-FORNECEDOR-ATUAL
                          AND APR-DATA NOT GREATER THAN WS-DATA-FINAL
                           ADD APR-VALOR-TOTAL TO WS-FATURADO
                           IF APR-DATA NOT LESS THAN WS-DATA-INICIAL
                               PERFORM 2450-SOLTAR-APROVADA
                           END-IF
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE FATURAS-APROVADAS
            END-IF.

      ****** UMA FATURA APROVADA NO PERIODO *****************************
       2450-SOLTAR-APROVADA.
            INITIALIZE REG-ORDENACAO
            MOVE APR-DATA TO ORD-DATA
            SET ORD-APROVADA TO TRUE
            MOVE APR-NF-NUMERO TO ORD-DOCUMENTO
            MOVE APR-VALOR-TOTAL TO ORD-VALOR
            MOVE APR-MOEDA TO ORD-MOEDA
            MOVE SPACES TO WS-OBSERVACAO
            STRING APR-QTD-LINHAS ' LINHAS SERIE '
                APR-NF-SERIE
                DELIMITED BY SIZE INTO WS-OBSERVACAO
            END-STRING
            MOVE WS-OBSERVACAO TO ORD-OBSERVACAO
            RELEASE REG-ORDENACAO.

      ****** FATURAS RETIDAS: NOTA COM ALGUMA LINHA DIVERGENTE **********
       2500-SOLTAR-RETIDAS.
            OPEN INPUT FATURAS-LINHAS
            IF WS-FS-FLN EQUAL ZEROS
                MOVE 'N' TO WS-GRUPO-ABERTO
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-LINHAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FLN-COD-FORNECEDOR EQUAL WS-FORNECEDOR-ATUAL
                           PERFORM 2550-SOMAR-LINHA-NOTA
                       END-IF
                   END-READ
                END-PERFORM
                IF WS-GRUPO-ABERTO EQUAL 'S'
                    PERFORM 2580-FECHAR-NOTA
                END-IF
                CLOSE FATURAS-LINHAS
            END-IF.

      ****** UMA LINHA CONFERIDA NA NOTA DO FORNECEDOR ******************
       2550-SOMAR-LINHA-NOTA.
            IF WS-GRUPO-ABERTO EQUAL 'S' AND
               FLN-NF-NUMERO NOT EQUAL WS-NF-GRUPO
                PERFORM 2580-FECHAR-NOTA
            END-IF
            IF WS-GRUPO-ABERTO NOT EQUAL 'S'
                MOVE 'S' TO WS-GRUPO-ABERTO
                MOVE FLN-NF-NUMERO TO WS-NF-GRUPO
                MOVE 'N' TO WS-GRUPO-RETIDO
                MOVE ZEROS TO WS-GRUPO-DATA
                MOVE ZEROS TO WS-GRUPO-VALOR
                MOVE ZEROS TO WS-GRUPO-LINHAS
                MOVE FLN-MOEDA TO WS-GRUPO-MOEDA
                MOVE SPACES TO WS-GRUPO-MOTIVO
            END-IF
            ADD 1 TO WS-GRUPO-LINHAS
            COMPUTE WS-GRUPO-VALOR = WS-GRUPO-VALOR +
                FLN-QUANTIDADE * FLN-PRECO-FATURADO
            IF FLN-DATA > WS-GRUPO-DATA
                MOVE FLN-DATA TO WS-GRUPO-DATA
            END-IF
            IF FLN-DIVERGENTE
                IF WS-GRUPO-RETIDO NOT EQUAL 'S'
                    MOVE FLN-MOTIVO TO WS-GRUPO-MOTIVO
                    IF WS-GRUPO-MOTIVO EQUAL SPACES
                        MOVE 'DIVERGENCIA NA CONFERENCIA (VER EXCECOES)'
                            TO WS-GRUPO-MOTIVO
                    END-IF
                END-IF
                MOVE 'S' TO WS-GRUPO-RETIDO
            END-IF.

      ****** NOTA FECHADA: RETIDA ENTRA NO EXTRATO E NO SALDO ***********
       2580-FECHAR-NOTA.
            MOVE 'N' TO WS-GRUPO-ABERTO
            IF WS-GRUPO-RETIDO EQUAL 'S' AND
               WS-GRUPO-DATA NOT GREATER THAN WS-DATA-FINAL
                ADD WS-GRUPO-VALOR TO WS-RETIDO
                IF WS-GRUPO-DATA NOT LESS THAN WS-DATA-INICIAL
                    INITIALIZE REG-ORDENACAO
                    MOVE WS-GRUPO-DATA TO ORD-DATA
                    SET ORD-RETIDA TO TRUE
                    MOVE WS-NF-GRUPO TO ORD-DOCUMENTO
                    MOVE WS-GRUPO-VALOR TO ORD-VALOR
                    MOVE WS-GRUPO-MOEDA TO ORD-MOEDA
                    MOVE WS-GRUPO-MOTIVO TO ORD-OBSERVACAO
                    RELEASE REG-ORDENACAO
                END-IF
            END-IF.

      ****** IMPRIME OS LANCAMENTOS EM ORDEM DE DATA ********************
       3000-IMPRIMIR-LANCAMENTOS.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ARQUIVO-ORDENACAO INTO REG-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-EXT-ABERTO NOT EQUAL 'S'
                       PERFORM 3100-ABRIR-EXTRATO
                   END-IF
                   IF WS-EXT-ABERTO EQUAL 'S'
                       PERFORM 3200-IMPRIMIR-LANCAMENTO
                   END-IF
               END-RETURN
            END-PERFORM
            IF WS-EXT-ABERTO NOT EQUAL 'S' AND
               (WS-COD-INFORMADO NOT EQUAL ZERO OR
                WS-RECEBIDO NOT EQUAL WS-FATURADO OR
                WS-RETIDO NOT EQUAL ZERO OR
                WS-DEBITOS-ABERTOS NOT EQUAL ZERO)
                PERFORM 3100-ABRIR-EXTRATO
                MOVE SPACES TO REG-EXTRATO
                MOVE 'NENHUM LANCAMENTO NO PERIODO' TO REG-EXTRATO
                WRITE REG-EXTRATO
            END-IF.

      ****** ARQUIVO DO FORNECEDOR COM O CABECALHO **********************
       3100-ABRIR-EXTRATO.
            MOVE SPACES TO WS-EXT-PATH
            STRING 'C:\ARQUIVOS\extrato-fornecedor-' DELIMITED BY SIZE
                WS-FORNECEDOR-ATUAL DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-EXT-PATH
            END-STRING
            OPEN OUTPUT EXTRATO-FORNECEDOR
            IF WS-FS-EXT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO CRIAR O EXTRATO DO FORNECEDOR '
                    WS-FORNECEDOR-ATUAL ', FILE STATUS ' WS-FS-EXT
            ELSE
                MOVE 'S' TO WS-EXT-ABERTO
                MOVE WS-DATA-INICIAL TO REL-DATA-INICIAL
                MOVE WS-DATA-FINAL TO REL-DATA-FINAL
                MOVE WS-DATA-HOJE TO REL-DATA-HOJE
                WRITE REG-EXTRATO FROM WS-LINHA-TITULO
                MOVE WS-FORNECEDOR-ATUAL TO REL-COD-FORNECEDOR
                MOVE NOME-FORNECEDOR TO REL-NOME-FORNECEDOR
                MOVE CONTATO-FORNECEDOR TO REL-CONTATO
                MOVE WS-MOEDA-FORNECEDOR TO REL-MOEDA-FORNECEDOR
                WRITE REG-EXTRATO FROM WS-LINHA-FORNECEDOR
                WRITE REG-EXTRATO FROM WS-LINHA-SEPARADOR
                WRITE REG-EXTRATO FROM WS-LINHA-CABECALHO
                WRITE REG-EXTRATO FROM WS-LINHA-SEPARADOR
            END-IF.

      ****** UMA LINHA DO EXTRATO ***************************************
       3200-IMPRIMIR-LANCAMENTO.
            ADD 1 TO WS-LANCAMENTOS
            MOVE ORD-DATA TO REL-DATA
            EVALUATE TRUE
                WHEN ORD-PEDIDO
                    MOVE 'PEDIDO EMITIDO' TO REL-LANCAMENTO
                WHEN ORD-RECEBIMENTO
                    MOVE 'RECEBIMENTO' TO REL-LANCAMENTO
                WHEN ORD-DEVOLUCAO
                    MOVE 'DEVOLUCAO' TO REL-LANCAMENTO
                WHEN ORD-APROVADA
                    MOVE 'FATURA APROVADA' TO REL-LANCAMENTO
                WHEN OTHER
                    MOVE 'FATURA RETIDA' TO REL-LANCAMENTO
            END-EVALUATE
            MOVE ORD-DOCUMENTO TO REL-DOCUMENTO
            IF ORD-COD-PRODUTO EQUAL ZERO
                MOVE SPACES TO REL-COD-PRODUTO
            ELSE
                MOVE ORD-COD-PRODUTO TO REL-COD-PRODUTO
            END-IF
            MOVE ORD-QUANTIDADE TO REL-QUANTIDADE
            MOVE ORD-PRECO TO REL-PRECO
            MOVE ORD-VALOR TO REL-VALOR
            IF ORD-MOEDA EQUAL SPACES
                MOVE WS-MOEDA-FORNECEDOR TO REL-MOEDA
            ELSE
                MOVE ORD-MOEDA TO REL-MOEDA
            END-IF
            IF ORD-RETIDA
                MOVE SPACES TO REL-OBSERVACAO
                WRITE REG-EXTRATO FROM WS-LINHA-LANCAMENTO
                MOVE ORD-OBSERVACAO TO REL-MOTIVO
                WRITE REG-EXTRATO FROM WS-LINHA-MOTIVO
            ELSE
                MOVE ORD-OBSERVACAO TO REL-OBSERVACAO
                WRITE REG-EXTRATO FROM WS-LINHA-LANCAMENTO
            END-IF.

      ****** SALDOS NA DATA FINAL ***************************************
       3500-IMPRIMIR-SALDOS.
            COMPUTE WS-NAO-FATURADO =
                WS-RECEBIDO - WS-FATURADO - WS-RETIDO
            WRITE REG-EXTRATO FROM WS-LINHA-SEPARADOR
            MOVE SPACES TO REG-EXTRATO
            STRING 'SALDOS EM ' WS-DATA-FINAL
                DELIMITED BY SIZE INTO REG-EXTRATO
            END-STRING
            WRITE REG-EXTRATO
            MOVE WS-MOEDA-FORNECEDOR TO REL-SALDO-MOEDA
            MOVE 'TOTAL RECEBIDO (SEM ENTRADAS ESTORNADAS)' TO
                REL-SALDO-ROTULO
            MOVE WS-RECEBIDO TO REL-SALDO-VALOR
            WRITE REG-EXTRATO FROM WS-LINHA-SALDO
            MOVE 'TOTAL FATURADO E APROVADO' TO REL-SALDO-ROTULO
            MOVE WS-FATURADO TO REL-SALDO-VALOR
            WRITE REG-EXTRATO FROM WS-LINHA-SALDO
            MOVE 'RECEBIDO E AINDA NAO FATURADO' TO REL-SALDO-ROTULO
            MOVE WS-NAO-FATURADO TO REL-SALDO-VALOR
            WRITE REG-EXTRATO FROM WS-LINHA-SALDO
            MOVE 'FATURADO E RETIDO NA CONFERENCIA' TO REL-SALDO-ROTULO
            MOVE WS-RETIDO TO REL-SALDO-VALOR
            WRITE REG-EXTRATO FROM WS-LINHA-SALDO
            MOVE 'DEBITOS DE DEVOLUCAO EM ABERTO' TO REL-SALDO-ROTULO
            MOVE WS-DEBITOS-ABERTOS TO REL-SALDO-VALOR
            WRITE REG-EXTRATO FROM WS-LINHA-SALDO.

           COPY SPLGRV.
       END PROGRAM REL-EXTRATO-FORNECEDOR.
