      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: SUBSTITUTOS APROVADOS DE CADA PRODUTO: LIGA O PRODUTO
      *          AOS SEUS EQUIVALENTES (OUTRA MARCA, OUTRA EMBALAGEM OU
      *          MODELO NOVO) COM O FATOR DE CONVERSAO ENTRE AS
      *          UNIDADES DE ESTOQUE E MARCA O SUCESSOR DO PRODUTO EM
      *          DESCONTINUACAO. A ESTACAO DO DEPOSITO OFERECE OS
      *          SUBSTITUTOS COM SALDO ANTES DE GRAVAR UM BACKORDER, A
      *          CONSULTA 360 OS LISTA E O GERA-PEDIDOS DEIXA DE
      *          COMPRAR O PRODUTO SUCEDIDO. CADA INCLUSAO, ALTERACAO
      *          OU REMOCAO FICA EM PRODUTOS-LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-36-manter-substitutos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUBSEL.
           COPY PRODSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY SUBFD.
           COPY PRODFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-SUB            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-PRODUTO-SUB       PIC 9(06).
       77 WS-SUBSTITUTO        PIC 9(06).
       77 WS-NOME-ORIGEM       PIC X(20).
       77 WS-NOME-SUBST        PIC X(20).
       77 WS-FATOR-NOVO        PIC 9(05)V9(04).
       77 WS-SUCESSAO-NOVA     PIC X VALUE SPACE.
       77 WS-ITEM-OK           PIC X VALUE 'N'.
       77 WS-EXISTE            PIC X VALUE 'N'.
       77 WS-OUTRO-SUCESSOR    PIC 9(06).
       77 WS-RESP              PIC X VALUE SPACE.

       01 WS-FATOR-EDT             PIC ZZZZ9.9999.

           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- SUBSTITUTOS DE PRODUTOS -------------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O SUBSTITUTOS
            IF WS-FS-SUB EQUAL 35
                OPEN OUTPUT SUBSTITUTOS
                CLOSE SUBSTITUTOS
                OPEN I-O SUBSTITUTOS
            END-IF
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS, FILE '
                    'STATUS ' WS-FS
                MOVE 4 TO WS-OPCAO
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 4
                DISPLAY ' '
                DISPLAY '(1)INCLUIR/ALTERAR SUBSTITUTO (2)REMOVER '
                    '(3)LISTAR DO PRODUTO (4)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-GRAVAR-SUBSTITUTO
                    WHEN 2
                        PERFORM 2000-REMOVER-SUBSTITUTO
                    WHEN 3
                        PERFORM 3000-LISTAR-SUBSTITUTOS
                    WHEN 4
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE PRODUTOS
            CLOSE SUBSTITUTOS.
            STOP RUN.

      ****** LIGA UM PRODUTO A UM EQUIVALENTE ***************************
       1000-GRAVAR-SUBSTITUTO.
            PERFORM 1100-OBTER-PAR
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE EQUAL 'S'
                    PERFORM 3100-MOSTRAR-SUBSTITUTO
                END-IF
                MOVE ZEROS TO WS-FATOR-NOVO
                PERFORM UNTIL WS-FATOR-NOVO > ZERO
                    DISPLAY 'UNIDADES DO SUBSTITUTO POR UNIDADE DO '
                        'PRODUTO (EX.: 1 OU 0.0833):'
                    ACCEPT WS-FATOR-NOVO
                END-PERFORM
                DISPLAY 'O SUBSTITUTO SUCEDE O PRODUTO EM '
                    'DESCONTINUACAO? (S|N)'
                MOVE SPACE TO WS-SUCESSAO-NOVA
                ACCEPT WS-SUCESSAO-NOVA
                IF WS-SUCESSAO-NOVA NOT EQUAL 'S'
                    MOVE 'N' TO WS-SUCESSAO-NOVA
                ELSE
                    PERFORM 1200-PROCURAR-SUCESSOR
                    IF WS-OUTRO-SUCESSOR NOT EQUAL ZEROS
                        DISPLAY 'PRODUTO JA TEM O SUCESSOR '
                            WS-OUTRO-SUCESSOR ', LIGACAO GRAVADA '
                            'SO COMO EQUIVALENTE'
                        MOVE 'N' TO WS-SUCESSAO-NOVA
                    END-IF
                END-IF
                MOVE WS-PRODUTO-SUB TO SUB-COD-PRODUTO
                MOVE WS-SUBSTITUTO TO SUB-COD-SUBSTITUTO
                MOVE WS-FATOR-NOVO TO SUB-FATOR
                MOVE WS-SUCESSAO-NOVA TO SUB-SUCESSAO
                MOVE WS-DATA-HOJE TO SUB-DATA-ALTERACAO
                MOVE WS-OPERADOR TO SUB-OPERADOR
                IF WS-EXISTE EQUAL 'S'
                    REWRITE REG-SUBSTITUTO
                    END-REWRITE
                ELSE
                    WRITE REG-SUBSTITUTO
                    END-WRITE
                END-IF
                IF WS-FS-SUB EQUAL ZEROS
                    DISPLAY 'SUBSTITUTO GRAVADO COM SUCESSO!'
                    MOVE 'SUBSTITUTO' TO LOG-OPERACAO
                    MOVE WS-PRODUTO-SUB TO LOG-COD-PRODUTO
                    MOVE WS-NOME-ORIGEM TO LOG-NOME-ANTES
                    MOVE ZEROS TO LOG-ESTOQUE-ANTES
                    MOVE WS-FATOR-NOVO TO WS-FATOR-EDT
                    MOVE SPACES TO LOG-NOME-DEPOIS
                    STRING WS-SUBSTITUTO ' ' WS-FATOR-EDT ' '
                        WS-SUCESSAO-NOVA DELIMITED BY SIZE
                        INTO LOG-NOME-DEPOIS
                    END-STRING
                    MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                    PERFORM 9000-GRAVAR-LOG
                ELSE
                    DISPLAY 'ERRO AO GRAVAR O SUBSTITUTO, FILE STATUS '
                        WS-FS-SUB
                END-IF
            END-IF.

      ****** PRODUTO E SUBSTITUTO CADASTRADOS E DIFERENTES **************
       1100-OBTER-PAR.
            MOVE 'S' TO WS-ITEM-OK
            MOVE 'N' TO WS-EXISTE
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-PRODUTO-SUB
            ACCEPT WS-PRODUTO-SUB
            MOVE WS-PRODUTO-SUB TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                    MOVE 'N' TO WS-ITEM-OK
                NOT INVALID KEY
                    DISPLAY 'PRODUTO: ' NOME-PRODUTO
                    MOVE NOME-PRODUTO TO WS-NOME-ORIGEM
            END-READ
            IF WS-ITEM-OK EQUAL 'S'
                DISPLAY 'INFORME O CODIGO DO SUBSTITUTO:'
                MOVE ZEROS TO WS-SUBSTITUTO
                ACCEPT WS-SUBSTITUTO
                IF WS-SUBSTITUTO EQUAL WS-PRODUTO-SUB
                    DISPLAY 'ERRO: O PRODUTO NAO SUBSTITUI A SI MESMO'
                    MOVE 'N' TO WS-ITEM-OK
                ELSE
                    MOVE WS-SUBSTITUTO TO COD-PRODUTO
                    READ PRODUTOS RECORD
                        KEY IS COD-PRODUTO
                        INVALID KEY
                            DISPLAY 'SUBSTITUTO NAO CADASTRADO'
                            MOVE 'N' TO WS-ITEM-OK
                        NOT INVALID KEY
                            DISPLAY 'SUBSTITUTO: ' NOME-PRODUTO
                            MOVE NOME-PRODUTO TO WS-NOME-SUBST
                    END-READ
                END-IF
            END-IF
            IF WS-ITEM-OK EQUAL 'S'
                MOVE WS-PRODUTO-SUB TO SUB-COD-PRODUTO
                MOVE WS-SUBSTITUTO TO SUB-COD-SUBSTITUTO
                READ SUBSTITUTOS RECORD
                    KEY IS SUB-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-EXISTE
                END-READ
            END-IF.

      ****** OUTRO SUCESSOR JA LIGADO AO PRODUTO? ***********************
       1200-PROCURAR-SUCESSOR.
            MOVE ZEROS TO WS-OUTRO-SUCESSOR
            MOVE WS-PRODUTO-SUB TO SUB-COD-PRODUTO
            MOVE ZEROS TO SUB-COD-SUBSTITUTO
            START SUBSTITUTOS KEY IS NOT LESS THAN SUB-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ SUBSTITUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SUB-COD-PRODUTO NOT EQUAL WS-PRODUTO-SUB
                               MOVE 1 TO WS-EOF
                           ELSE
                               IF SUB-SUCEDE AND
                                  SUB-COD-SUBSTITUTO NOT EQUAL
                                  WS-SUBSTITUTO
                                   MOVE SUB-COD-SUBSTITUTO TO
                                       WS-OUTRO-SUCESSOR
                               END-IF
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** DESFAZ A LIGACAO ENTRE PRODUTO E SUBSTITUTO ****************
       2000-REMOVER-SUBSTITUTO.
            PERFORM 1100-OBTER-PAR
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE NOT EQUAL 'S'
                    DISPLAY 'O ITEM NAO E SUBSTITUTO DO PRODUTO'
                ELSE
                    PERFORM 3100-MOSTRAR-SUBSTITUTO
                    DISPLAY 'CONFIRMA A REMOCAO? (S|N)'
                    MOVE SPACE TO WS-RESP
                    ACCEPT WS-RESP
                    IF WS-RESP EQUAL 'S'
                        MOVE SUB-FATOR TO WS-FATOR-NOVO
                        DELETE SUBSTITUTOS RECORD
                        END-DELETE
                        IF WS-FS-SUB EQUAL ZEROS
                            DISPLAY 'SUBSTITUTO REMOVIDO'
                            MOVE 'SUBST-REM' TO LOG-OPERACAO
                            MOVE WS-PRODUTO-SUB TO LOG-COD-PRODUTO
                            MOVE WS-NOME-ORIGEM TO LOG-NOME-ANTES
                            MOVE ZEROS TO LOG-ESTOQUE-ANTES
                            MOVE SPACES TO LOG-NOME-DEPOIS
                            MOVE WS-SUBSTITUTO TO LOG-NOME-DEPOIS (1:6)
                            MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                            PERFORM 9000-GRAVAR-LOG
                        ELSE
                            DISPLAY 'ERRO AO REMOVER, FILE STATUS '
                                WS-FS-SUB
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ****** SUBSTITUTOS DE UM PRODUTO **********************************
       3000-LISTAR-SUBSTITUTOS.
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-PRODUTO-SUB
            ACCEPT WS-PRODUTO-SUB
            INITIALIZE WS-CONTADOR
            MOVE WS-PRODUTO-SUB TO SUB-COD-PRODUTO
            MOVE ZEROS TO SUB-COD-SUBSTITUTO
            START SUBSTITUTOS KEY IS NOT LESS THAN SUB-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ SUBSTITUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SUB-COD-PRODUTO NOT EQUAL WS-PRODUTO-SUB
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE SPACES TO WS-NOME-SUBST
                               MOVE SUB-COD-SUBSTITUTO TO COD-PRODUTO
                               READ PRODUTOS RECORD
                                   KEY IS COD-PRODUTO
                                   INVALID KEY
                                       MOVE '(NAO CADASTRADO)' TO
                                           WS-NOME-SUBST
                                   NOT INVALID KEY
                                       MOVE NOME-PRODUTO TO
                                           WS-NOME-SUBST
                               END-READ
                               PERFORM 3100-MOSTRAR-SUBSTITUTO
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUM SUBSTITUTO PARA ' WS-PRODUTO-SUB
            END-IF.

      ****** UMA LIGACAO PRODUTO X SUBSTITUTO ***************************
       3100-MOSTRAR-SUBSTITUTO.
            MOVE SUB-FATOR TO WS-FATOR-EDT
            IF SUB-SUCEDE
                DISPLAY '  ' SUB-COD-SUBSTITUTO ' ' WS-NOME-SUBST
                    ' FATOR ' WS-FATOR-EDT ' SUCESSOR'
            ELSE
                DISPLAY '  ' SUB-COD-SUBSTITUTO ' ' WS-NOME-SUBST
                    ' FATOR ' WS-FATOR-EDT
            END-IF.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            MOVE WS-OPERADOR TO LOG-USUARIO
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.
       END PROGRAM CRUD-36-manter-substitutos.
