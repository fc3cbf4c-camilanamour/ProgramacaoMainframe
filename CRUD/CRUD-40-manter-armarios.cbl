      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: NIVEL DE REPOSICAO DOS ARMARIOS DOS DEPARTAMENTOS:
      *          DEFINE, PARA CADA DESTINO E PRODUTO, A QUANTIDADE
      *          MAXIMA DO ARMARIO E O PONTO DE PEDIDO (ARMARIOS-PAR).
      *          MAXIMO ZERO APAGA A LINHA E O ITEM DEIXA DE SER
      *          REPOSTO. A CONSULTA MOSTRA OS ARMARIOS DE UM DESTINO
      *          COM A ULTIMA CONTAGEM RECEBIDA. A CONTAGEM CHEGA POR
      *          CARGA-CONTAGEM-ARMARIO E A REPOSICAO E GERADA POR
      *          REPOE-ARMARIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-40-manter-armarios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARMSEL.
           COPY DSTSEL.
           COPY PRODSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY ARMFD.
           COPY DSTFD.
           COPY PRODFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-ARM            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-DESTINO-ARM       PIC X(06).
       77 WS-PRODUTO-ARM       PIC 9(06).
       77 WS-QTD-MAXIMA        PIC 9(09).
       77 WS-QTD-PONTO         PIC 9(09).
       77 WS-QTD-ANTES         PIC 9(09).
       77 WS-ITEM-OK           PIC X VALUE 'N'.
       77 WS-EXISTE            PIC X VALUE 'N'.
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.

       01 WS-VALORES-EDITADOS.
           03 WS-MAXIMA-EDT        PIC Z(08)9.
           03 WS-PONTO-EDT         PIC Z(08)9.
           03 WS-CONTADA-EDT       PIC Z(08)9.

           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- ARMARIOS DOS DEPARTAMENTOS -----------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O ARMARIOS-PAR
            IF WS-FS-ARM EQUAL 35
                OPEN OUTPUT ARMARIOS-PAR
                CLOSE ARMARIOS-PAR
                OPEN I-O ARMARIOS-PAR
            END-IF
            OPEN INPUT PRODUTOS
            IF WS-FS EQUAL ZEROS
                MOVE 'S' TO WS-PROD-DISPONIVEL
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 3
                DISPLAY ' '
                DISPLAY '(1)DEFINIR NIVEL (2)ARMARIOS DO DESTINO '
                    '(3)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-DEFINIR-NIVEL
                    WHEN 2
                        PERFORM 2000-ARMARIOS-DO-DESTINO
                    WHEN 3
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                CLOSE PRODUTOS
            END-IF
            CLOSE ARMARIOS-PAR.
            STOP RUN.

      ****** MAXIMO E PONTO DE PEDIDO DE UM PRODUTO NO ARMARIO **********
       1000-DEFINIR-NIVEL.
            PERFORM 1100-CONFERIR-DESTINO
            IF WS-ITEM-OK EQUAL 'S'
                PERFORM 1200-CONFERIR-PRODUTO
            END-IF
            IF WS-ITEM-OK EQUAL 'S'
                PERFORM 1400-GRAVAR-NIVEL
            END-IF.

      ****** O DESTINO PRECISA ESTAR CADASTRADO *************************
       1100-CONFERIR-DESTINO.
            MOVE 'S' TO WS-ITEM-OK
            DISPLAY 'INFORME O CODIGO DO DESTINO:'
            MOVE SPACES TO WS-DESTINO-ARM
            ACCEPT WS-DESTINO-ARM
            IF WS-DESTINO-ARM EQUAL SPACES
                DISPLAY 'ERRO: DESTINO E OBRIGATORIO'
                MOVE 'N' TO WS-ITEM-OK
            ELSE
                OPEN INPUT DESTINOS
                IF WS-FS-DST EQUAL ZEROS
                    MOVE WS-DESTINO-ARM TO DEST-CODIGO
                    READ DESTINOS RECORD
                        KEY IS DEST-CODIGO
                        INVALID KEY
                            DISPLAY 'DESTINO NAO CADASTRADO'
                            MOVE 'N' TO WS-ITEM-OK
                        NOT INVALID KEY
                            DISPLAY 'DESTINO: ' DEST-DESCRICAO
                    END-READ
                    CLOSE DESTINOS
                END-IF
            END-IF.

      ****** O PRODUTO PRECISA ESTAR CADASTRADO *************************
       1200-CONFERIR-PRODUTO.
            MOVE 'S' TO WS-ITEM-OK
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-PRODUTO-ARM
            ACCEPT WS-PRODUTO-ARM
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                MOVE WS-PRODUTO-ARM TO COD-PRODUTO
                READ PRODUTOS RECORD
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO'
                        MOVE 'N' TO WS-ITEM-OK
                    NOT INVALID KEY
                        DISPLAY 'PRODUTO: ' NOME-PRODUTO
                END-READ
            END-IF.

      ****** INCLUI, CORRIGE OU APAGA (MAXIMO ZERO) O NIVEL *************
       1400-GRAVAR-NIVEL.
            MOVE WS-DESTINO-ARM TO ARM-DESTINO
            MOVE WS-PRODUTO-ARM TO ARM-COD-PRODUTO
            MOVE ZEROS TO WS-QTD-ANTES
            MOVE 'N' TO WS-EXISTE
            READ ARMARIOS-PAR RECORD
                KEY IS ARM-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTE
                    MOVE ARM-QTD-MAXIMA TO WS-QTD-ANTES
                    PERFORM 2100-MOSTRAR-ARMARIO
            END-READ
            DISPLAY 'INFORME A QUANTIDADE MAXIMA DO ARMARIO EM '
                'UNIDADES DE ESTOQUE (0 = NAO REPOR):'
            MOVE ZEROS TO WS-QTD-MAXIMA
            ACCEPT WS-QTD-MAXIMA
            IF WS-QTD-MAXIMA EQUAL ZERO
                IF WS-EXISTE EQUAL 'N'
                    DISPLAY 'NENHUM NIVEL GRAVADO'
                ELSE
                    DELETE ARMARIOS-PAR RECORD
                    END-DELETE
                    IF WS-FS-ARM EQUAL ZEROS
                        DISPLAY 'NIVEL REMOVIDO, ITEM SEM REPOSICAO'
                        MOVE ZEROS TO WS-QTD-PONTO
                        PERFORM 1500-LOGAR-NIVEL
                    ELSE
                        DISPLAY 'ERRO AO REMOVER O NIVEL, FILE STATUS '
                            WS-FS-ARM
                    END-IF
                END-IF
            ELSE
                DISPLAY 'INFORME O PONTO DE PEDIDO (REPOE QUANDO A '
                    'CONTAGEM FICAR IGUAL OU ABAIXO):'
                MOVE ZEROS TO WS-QTD-PONTO
                ACCEPT WS-QTD-PONTO
                IF WS-QTD-PONTO NOT LESS THAN WS-QTD-MAXIMA
                    DISPLAY 'ERRO: PONTO DE PEDIDO DEVE SER MENOR QUE '
                        'O MAXIMO'
                ELSE
                    PERFORM 1450-REGRAVAR-NIVEL
                END-IF
            END-IF.

      ****** GRAVA O NIVEL, PRESERVANDO CONTAGEM E HISTORICO ************
       1450-REGRAVAR-NIVEL.
            IF WS-EXISTE EQUAL 'N'
                INITIALIZE REG-ARMARIO
                MOVE WS-DESTINO-ARM TO ARM-DESTINO
                MOVE WS-PRODUTO-ARM TO ARM-COD-PRODUTO
                SET ARM-COMPARADA TO TRUE
                MOVE WS-DATA-HOJE TO ARM-DATA-INICIO
            END-IF
            MOVE WS-QTD-MAXIMA TO ARM-QTD-MAXIMA
            MOVE WS-QTD-PONTO TO ARM-PONTO-PEDIDO
            MOVE WS-DATA-HOJE TO ARM-DATA-ALTERACAO
            MOVE WS-OPERADOR TO ARM-OPERADOR
            IF WS-EXISTE EQUAL 'N'
                WRITE REG-ARMARIO
                END-WRITE
            ELSE
                REWRITE REG-ARMARIO
                END-REWRITE
            END-IF
            IF WS-FS-ARM EQUAL ZEROS
                DISPLAY 'NIVEL GRAVADO COM SUCESSO!'
                PERFORM 1500-LOGAR-NIVEL
            ELSE
                DISPLAY 'ERRO AO GRAVAR O NIVEL, FILE STATUS '
                    WS-FS-ARM
            END-IF.

      ****** A ALTERACAO DO NIVEL FICA NO LOG DE AUDITORIA **************
       1500-LOGAR-NIVEL.
            MOVE 'PAR-ARMAR' TO LOG-OPERACAO
            MOVE WS-PRODUTO-ARM TO LOG-COD-PRODUTO
            MOVE SPACES TO LOG-NOME-ANTES
            MOVE WS-DESTINO-ARM TO LOG-NOME-ANTES
            MOVE WS-QTD-ANTES TO LOG-ESTOQUE-ANTES
            MOVE SPACES TO LOG-NOME-DEPOIS
            STRING 'PONTO ' WS-QTD-PONTO DELIMITED BY SIZE
                INTO LOG-NOME-DEPOIS
            END-STRING
            MOVE WS-QTD-MAXIMA TO LOG-ESTOQUE-DEPOIS
            MOVE WS-OPERADOR TO LOG-USUARIO
            PERFORM 9000-GRAVAR-LOG.

      ****** ARMARIOS DE UM DESTINO COM A ULTIMA CONTAGEM ***************
       2000-ARMARIOS-DO-DESTINO.
            PERFORM 1100-CONFERIR-DESTINO
            IF WS-ITEM-OK EQUAL 'S'
                INITIALIZE WS-CONTADOR
                MOVE WS-DESTINO-ARM TO ARM-DESTINO
                MOVE ZEROS TO ARM-COD-PRODUTO
                START ARMARIOS-PAR KEY IS NOT LESS THAN ARM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF TO 0
                        PERFORM UNTIL WS-EOF EQUAL 1
                           READ ARMARIOS-PAR NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF ARM-DESTINO NOT EQUAL WS-DESTINO-ARM
                                   MOVE 1 TO WS-EOF
                               ELSE
                                   PERFORM 2100-MOSTRAR-ARMARIO
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
                IF WS-CONTADOR EQUAL ZERO
                    DISPLAY 'NENHUM ARMARIO PARA ' WS-DESTINO-ARM
                ELSE
                    DISPLAY 'ITENS NO ARMARIO: ' WS-CONTADOR
                END-IF
            END-IF.

      ****** UMA LINHA DE ARMARIO ***************************************
       2100-MOSTRAR-ARMARIO.
            MOVE ARM-QTD-MAXIMA TO WS-MAXIMA-EDT
            MOVE ARM-PONTO-PEDIDO TO WS-PONTO-EDT
            MOVE ARM-QTD-CONTADA TO WS-CONTADA-EDT
            DISPLAY ARM-DESTINO ' PRODUTO ' ARM-COD-PRODUTO
                ' MAXIMO: ' WS-MAXIMA-EDT ' PONTO: ' WS-PONTO-EDT
            IF ARM-DATA-CONTAGEM EQUAL ZEROS
                DISPLAY '    NENHUMA CONTAGEM RECEBIDA'
            ELSE
                DISPLAY '    CONTAGEM DE ' ARM-DATA-CONTAGEM ': '
                    WS-CONTADA-EDT ' VAZIO ' ARM-QTD-VAZIO
                    ' DE ' ARM-QTD-CONTAGENS ' CONTAGENS'
                IF ARM-A-COMPARAR
                    DISPLAY '    AGUARDANDO A REPOSICAO DA CADEIA '
                        'NOTURNA'
                END-IF
            END-IF.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.
       END PROGRAM CRUD-40-manter-armarios.
