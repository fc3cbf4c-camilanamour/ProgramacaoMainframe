      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CADASTRO DE PRODUTOS PERIGOSOS: CLASSE DE RISCO,
      *          NUMERO ONU, DATA DA REVISAO DA FISPQ, QUANTIDADE
      *          MAXIMA ARMAZENADA E AVISO DE MANUSEIO DE CADA
      *          PRODUTO, E O LIMITE LICENCIADO DE CADA CLASSE. A
      *          ESTACAO DO DEPOSITO MOSTRA O AVISO E EXIGE O NOME DE
      *          QUEM RECEBE NA SAIDA, E O REL-PERIGOSOS CONFERE O
      *          ESTOQUE CONTRA OS LIMITES. CADA INCLUSAO, ALTERACAO
      *          OU REMOCAO FICA EM PRODUTOS-LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-37-manter-perigosos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PGOSEL.
           COPY LCLSEL.
           COPY PRODSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PGOFD.
           COPY LCLFD.
           COPY PRODFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-PGO            PIC 99.
       77 WS-FS-LCL            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-PRODUTO-PGO       PIC 9(06).
       77 WS-NOME-PGO          PIC X(20).
       77 WS-ITEM-OK           PIC X VALUE 'N'.
       77 WS-EXISTE            PIC X VALUE 'N'.
       77 WS-RESP              PIC X VALUE SPACE.
       77 WS-CLASSE-NOVA       PIC X(04).
       77 WS-ONU-NOVO          PIC 9(04).
       77 WS-FISPQ-NOVA        PIC 9(08).
       77 WS-MAXIMA-NOVA       PIC 9(09).
       77 WS-CUIDADOS-NOVO     PIC X(60).
       77 WS-LIMITE-NOVO       PIC 9(09).
       77 WS-LICENCA-NOVA      PIC X(20).
       77 WS-LIMITE-ANTES      PIC 9(09).

           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- PRODUTOS PERIGOSOS ------------------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O PERIGOSOS
            IF WS-FS-PGO EQUAL 35
                OPEN OUTPUT PERIGOSOS
                CLOSE PERIGOSOS
                OPEN I-O PERIGOSOS
            END-IF
            OPEN I-O LIMITES-CLASSE
            IF WS-FS-LCL EQUAL 35
                OPEN OUTPUT LIMITES-CLASSE
                CLOSE LIMITES-CLASSE
                OPEN I-O LIMITES-CLASSE
            END-IF
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS, FILE '
                    'STATUS ' WS-FS
                MOVE 5 TO WS-OPCAO
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 5
                DISPLAY ' '
                DISPLAY '(1)INCLUIR/ALTERAR PRODUTO PERIGOSO '
                    '(2)REMOVER (3)LIMITE DA CLASSE'
                DISPLAY '(4)LISTAR (5)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-GRAVAR-PERIGOSO
                    WHEN 2
                        PERFORM 2000-REMOVER-PERIGOSO
                    WHEN 3
                        PERFORM 3000-GRAVAR-LIMITE
                    WHEN 4
                        PERFORM 4000-LISTAR-PERIGOSOS
                    WHEN 5
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE PRODUTOS
            CLOSE LIMITES-CLASSE
            CLOSE PERIGOSOS.
            STOP RUN.

      ****** DADOS DE PERIGO DO PRODUTO *********************************
       1000-GRAVAR-PERIGOSO.
            PERFORM 1100-OBTER-PRODUTO
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE EQUAL 'S'
                    PERFORM 4100-MOSTRAR-PERIGOSO
                END-IF
                MOVE SPACES TO WS-CLASSE-NOVA
                PERFORM UNTIL WS-CLASSE-NOVA NOT EQUAL SPACES
                    DISPLAY 'INFORME A CLASSE DE RISCO ONU (EX.: 3, '
                        '8, 2.1):'
                    ACCEPT WS-CLASSE-NOVA
                END-PERFORM
                DISPLAY 'INFORME O NUMERO ONU (0 = SEM NUMERO):'
                MOVE ZEROS TO WS-ONU-NOVO
                ACCEPT WS-ONU-NOVO
                MOVE ZEROS TO WS-FISPQ-NOVA
                PERFORM UNTIL WS-FISPQ-NOVA > ZERO AND
                              WS-FISPQ-NOVA NOT > WS-DATA-HOJE
                    DISPLAY 'INFORME A DATA DA REVISAO DA FISPQ '
                        'AAAAMMDD:'
                    ACCEPT WS-FISPQ-NOVA
                END-PERFORM
                DISPLAY 'INFORME A QUANTIDADE MAXIMA ARMAZENADA '
                    '(0 = SEM MAXIMO):'
                MOVE ZEROS TO WS-MAXIMA-NOVA
                ACCEPT WS-MAXIMA-NOVA
                MOVE SPACES TO WS-CUIDADOS-NOVO
                PERFORM UNTIL WS-CUIDADOS-NOVO NOT EQUAL SPACES
                    DISPLAY 'INFORME O AVISO DE MANUSEIO DA SAIDA:'
                    ACCEPT WS-CUIDADOS-NOVO
                END-PERFORM
                MOVE WS-PRODUTO-PGO TO PGO-COD-PRODUTO
                MOVE WS-CLASSE-NOVA TO PGO-CLASSE
                MOVE WS-ONU-NOVO TO PGO-NUMERO-ONU
                MOVE WS-FISPQ-NOVA TO PGO-DATA-FISPQ
                MOVE WS-MAXIMA-NOVA TO PGO-QTD-MAXIMA
                MOVE WS-CUIDADOS-NOVO TO PGO-CUIDADOS
                MOVE WS-DATA-HOJE TO PGO-DATA-ALTERACAO
                MOVE WS-OPERADOR TO PGO-OPERADOR
                IF WS-EXISTE EQUAL 'S'
                    REWRITE REG-PERIGOSO
                    END-REWRITE
                ELSE
                    WRITE REG-PERIGOSO
                    END-WRITE
                END-IF
                IF WS-FS-PGO EQUAL ZEROS
                    DISPLAY 'PRODUTO PERIGOSO GRAVADO COM SUCESSO!'
                    MOVE 'PERIGOSO' TO LOG-OPERACAO
                    MOVE WS-PRODUTO-PGO TO LOG-COD-PRODUTO
                    MOVE WS-NOME-PGO TO LOG-NOME-ANTES
                    MOVE WS-ONU-NOVO TO LOG-ESTOQUE-ANTES
                    MOVE SPACES TO LOG-NOME-DEPOIS
                    STRING 'CLASSE ' WS-CLASSE-NOVA ' FISPQ '
                        WS-FISPQ-NOVA DELIMITED BY SIZE
                        INTO LOG-NOME-DEPOIS
                    END-STRING
                    MOVE WS-MAXIMA-NOVA TO LOG-ESTOQUE-DEPOIS
                    PERFORM 9000-GRAVAR-LOG
                ELSE
                    DISPLAY 'ERRO AO GRAVAR O PRODUTO PERIGOSO, FILE '
                        'STATUS ' WS-FS-PGO
                END-IF
            END-IF.

      ****** PRODUTO CADASTRADO E SEUS DADOS DE PERIGO, SE HOUVER *******
       1100-OBTER-PRODUTO.
            MOVE 'S' TO WS-ITEM-OK
            MOVE 'N' TO WS-EXISTE
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-PRODUTO-PGO
            ACCEPT WS-PRODUTO-PGO
            MOVE WS-PRODUTO-PGO TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                    MOVE 'N' TO WS-ITEM-OK
                NOT INVALID KEY
                    DISPLAY 'PRODUTO: ' NOME-PRODUTO
                    MOVE NOME-PRODUTO TO WS-NOME-PGO
            END-READ
            IF WS-ITEM-OK EQUAL 'S'
                MOVE WS-PRODUTO-PGO TO PGO-COD-PRODUTO
                READ PERIGOSOS RECORD
                    KEY IS PGO-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-EXISTE
                END-READ
            END-IF.

      ****** PRODUTO DEIXA DE SER TRATADO COMO PERIGOSO *****************
       2000-REMOVER-PERIGOSO.
            PERFORM 1100-OBTER-PRODUTO
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE NOT EQUAL 'S'
                    DISPLAY 'O PRODUTO NAO ESTA NO CADASTRO DE '
                        'PERIGOSOS'
                ELSE
                    PERFORM 4100-MOSTRAR-PERIGOSO
                    DISPLAY 'CONFIRMA A REMOCAO? (S|N)'
                    MOVE SPACE TO WS-RESP
                    ACCEPT WS-RESP
                    IF WS-RESP EQUAL 'S'
                        MOVE PGO-CLASSE TO WS-CLASSE-NOVA
                        DELETE PERIGOSOS RECORD
                        END-DELETE
                        IF WS-FS-PGO EQUAL ZEROS
                            DISPLAY 'PRODUTO PERIGOSO REMOVIDO'
                            MOVE 'PERIGO-REM' TO LOG-OPERACAO
                            MOVE WS-PRODUTO-PGO TO LOG-COD-PRODUTO
                            MOVE WS-NOME-PGO TO LOG-NOME-ANTES
                            MOVE ZEROS TO LOG-ESTOQUE-ANTES
                            MOVE SPACES TO LOG-NOME-DEPOIS
                            STRING 'CLASSE ' WS-CLASSE-NOVA
                                DELIMITED BY SIZE
                                INTO LOG-NOME-DEPOIS
                            END-STRING
                            MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                            PERFORM 9000-GRAVAR-LOG
                        ELSE
                            DISPLAY 'ERRO AO REMOVER, FILE STATUS '
                                WS-FS-PGO
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ****** LIMITE LICENCIADO DA CLASSE DE RISCO ***********************
       3000-GRAVAR-LIMITE.
            MOVE SPACES TO WS-CLASSE-NOVA
            DISPLAY 'INFORME A CLASSE DE RISCO ONU:'
            ACCEPT WS-CLASSE-NOVA
            IF WS-CLASSE-NOVA EQUAL SPACES
                DISPLAY 'CLASSE NAO INFORMADA'
            ELSE
                MOVE 'N' TO WS-EXISTE
                MOVE ZEROS TO WS-LIMITE-ANTES
                MOVE WS-CLASSE-NOVA TO LCL-CLASSE
                READ LIMITES-CLASSE RECORD
                    KEY IS LCL-CLASSE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-EXISTE
                        MOVE LCL-LIMITE TO WS-LIMITE-ANTES
                        DISPLAY 'LIMITE ATUAL: ' LCL-LIMITE
                            ' LICENCA ' LCL-LICENCA
                END-READ
                DISPLAY 'INFORME O LIMITE LICENCIADO DA CLASSE:'
                MOVE ZEROS TO WS-LIMITE-NOVO
                ACCEPT WS-LIMITE-NOVO
                DISPLAY 'INFORME O NUMERO DA LICENCA:'
                MOVE SPACES TO WS-LICENCA-NOVA
                ACCEPT WS-LICENCA-NOVA
                MOVE WS-CLASSE-NOVA TO LCL-CLASSE
                MOVE WS-LIMITE-NOVO TO LCL-LIMITE
                MOVE WS-LICENCA-NOVA TO LCL-LICENCA
                MOVE WS-DATA-HOJE TO LCL-DATA-ALTERACAO
                MOVE WS-OPERADOR TO LCL-OPERADOR
                IF WS-EXISTE EQUAL 'S'
                    REWRITE REG-LIMITE-CLASSE
                    END-REWRITE
                ELSE
                    WRITE REG-LIMITE-CLASSE
                    END-WRITE
                END-IF
                IF WS-FS-LCL EQUAL ZEROS
                    DISPLAY 'LIMITE DA CLASSE GRAVADO COM SUCESSO!'
                    MOVE 'LIMITE-CLS' TO LOG-OPERACAO
                    MOVE ZEROS TO LOG-COD-PRODUTO
                    MOVE SPACES TO LOG-NOME-ANTES
                    STRING 'CLASSE ' WS-CLASSE-NOVA
                        DELIMITED BY SIZE
                        INTO LOG-NOME-ANTES
                    END-STRING
                    MOVE WS-LIMITE-ANTES TO LOG-ESTOQUE-ANTES
                    MOVE WS-LICENCA-NOVA TO LOG-NOME-DEPOIS
                    MOVE WS-LIMITE-NOVO TO LOG-ESTOQUE-DEPOIS
                    PERFORM 9000-GRAVAR-LOG
                ELSE
                    DISPLAY 'ERRO AO GRAVAR O LIMITE, FILE STATUS '
                        WS-FS-LCL
                END-IF
            END-IF.

      ****** TODOS OS PRODUTOS PERIGOSOS E OS LIMITES DAS CLASSES *******
       4000-LISTAR-PERIGOSOS.
            INITIALIZE WS-CONTADOR
            MOVE ZEROS TO PGO-COD-PRODUTO
            START PERIGOSOS KEY IS NOT LESS THAN PGO-COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ PERIGOSOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-NOME-PGO
                           MOVE PGO-COD-PRODUTO TO COD-PRODUTO
                           READ PRODUTOS RECORD
                               KEY IS COD-PRODUTO
                               INVALID KEY
                                   MOVE '(NAO CADASTRADO)' TO
                                       WS-NOME-PGO
                               NOT INVALID KEY
                                   MOVE NOME-PRODUTO TO WS-NOME-PGO
                           END-READ
                           PERFORM 4100-MOSTRAR-PERIGOSO
                           ADD 1 TO WS-CONTADOR
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUM PRODUTO PERIGOSO CADASTRADO'
            END-IF
            DISPLAY ' '
            DISPLAY 'LIMITES LICENCIADOS POR CLASSE:'
            INITIALIZE WS-CONTADOR
            MOVE LOW-VALUES TO LCL-CLASSE
            START LIMITES-CLASSE KEY IS NOT LESS THAN LCL-CLASSE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ LIMITES-CLASSE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           DISPLAY '  CLASSE ' LCL-CLASSE ' LIMITE '
                               LCL-LIMITE ' LICENCA ' LCL-LICENCA
                           ADD 1 TO WS-CONTADOR
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY '  NENHUM'
            END-IF.

      ****** UM PRODUTO PERIGOSO ****************************************
       4100-MOSTRAR-PERIGOSO.
            DISPLAY '  ' PGO-COD-PRODUTO ' ' WS-NOME-PGO
                ' CLASSE ' PGO-CLASSE ' ONU ' PGO-NUMERO-ONU
                ' FISPQ ' PGO-DATA-FISPQ ' MAXIMO ' PGO-QTD-MAXIMA
            DISPLAY '      ' PGO-CUIDADOS.

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
       END PROGRAM CRUD-37-manter-perigosos.
