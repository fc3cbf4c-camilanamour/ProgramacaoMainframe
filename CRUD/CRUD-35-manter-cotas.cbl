      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: COTAS MENSAIS DE CONSUMO POR DEPARTAMENTO: DEFINE,
      *          PARA CADA DESTINO E MES, A QUANTIDADE QUE O
      *          DEPARTAMENTO PODE RETIRAR DE UM PRODUTO OU DE UMA
      *          CATEGORIA-PRODUTO (COTAS-CONSUMO). COTA ZERO APAGA A
      *          LINHA E O ITEM VOLTA A SAIR SEM CONTROLE. A CONSULTA
      *          MOSTRA AS COTAS DO MES COM O CONSUMO JA APURADO NO
      *          MOVIMENTO DO MES. AS SAIDAS DA ESTACAO DO DEPOSITO E
      *          DO CRUD-COMPLETO CONFEREM A COTA (COTCHK); ACIMA DELA
      *          SO SAEM COM LIBERACAO DE SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-35-manter-cotas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COTSEL.
           COPY DSTSEL.
           COPY PRODSEL.
           COPY CATSEL.
           COPY MOVSEL.
           COPY MVSSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY COTFD.
           COPY DSTFD.
           COPY PRODFD.
           COPY CATFD.
           COPY MOVFD.
           COPY MVSFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-COT            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-FS-CAT            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-MVS            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-MVS           PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-DESTINO-COTA      PIC X(06).
       77 WS-TIPO-COTA         PIC X VALUE SPACE.
       77 WS-ITEM-COTA         PIC X(15).
       77 WS-PRODUTO-COTA      PIC 9(06).
       77 WS-MES-COTA          PIC 9(06).
       77 WS-QTD-NOVA          PIC 9(09).
       77 WS-QTD-ANTES         PIC 9(09).
       77 WS-ITEM-OK           PIC X VALUE 'N'.
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-USADO             PIC S9(11).
       77 WS-SALDO-COTA        PIC S9(11).
       77 WS-SINAL             PIC S9(01).

       01 WS-VALORES-EDITADOS.
           03 WS-COTA-EDT          PIC Z(08)9.
           03 WS-USADO-EDT         PIC -Z(09)9.
           03 WS-SALDO-EDT         PIC -Z(09)9.

           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- COTAS DE CONSUMO POR DEPARTAMENTO ----"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O COTAS-CONSUMO
            IF WS-FS-COT EQUAL 35
                OPEN OUTPUT COTAS-CONSUMO
                CLOSE COTAS-CONSUMO
                OPEN I-O COTAS-CONSUMO
            END-IF
            OPEN INPUT PRODUTOS
            IF WS-FS EQUAL ZEROS
                MOVE 'S' TO WS-PROD-DISPONIVEL
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 3
                DISPLAY ' '
                DISPLAY '(1)DEFINIR COTA (2)COTAS DO MES (3)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-DEFINIR-COTA
                    WHEN 2
                        PERFORM 2000-COTAS-DO-MES
                    WHEN 3
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                CLOSE PRODUTOS
            END-IF
            CLOSE COTAS-CONSUMO.
            STOP RUN.

      ****** COTA DE UM DESTINO PARA UM PRODUTO OU CATEGORIA NO MES *****
       1000-DEFINIR-COTA.
            PERFORM 1100-CONFERIR-DESTINO
            IF WS-ITEM-OK EQUAL 'S'
                DISPLAY 'COTA POR (P)RODUTO OU POR (C)ATEGORIA?'
                MOVE SPACE TO WS-TIPO-COTA
                ACCEPT WS-TIPO-COTA
                EVALUATE WS-TIPO-COTA
                    WHEN 'P'
                        PERFORM 1200-CONFERIR-PRODUTO
                    WHEN 'C'
                        PERFORM 1300-CONFERIR-CATEGORIA
                    WHEN OTHER
                        DISPLAY 'ERRO: TIPO DE COTA INVALIDO'
                        MOVE 'N' TO WS-ITEM-OK
                END-EVALUATE
            END-IF
            IF WS-ITEM-OK EQUAL 'S'
                DISPLAY 'INFORME O MES AAAAMM (0 = MES ATUAL):'
                MOVE ZEROS TO WS-MES-COTA
                ACCEPT WS-MES-COTA
                IF WS-MES-COTA EQUAL ZERO
                    MOVE WS-DATA-HOJE (1:6) TO WS-MES-COTA
                END-IF
                IF WS-MES-COTA (5:2) < '01' OR
                   WS-MES-COTA (5:2) > '12'
                    DISPLAY 'ERRO: MES INVALIDO'
                ELSE
                    PERFORM 1400-GRAVAR-COTA
                END-IF
            END-IF.

      ****** O DESTINO PRECISA ESTAR CADASTRADO *************************
       1100-CONFERIR-DESTINO.
            MOVE 'S' TO WS-ITEM-OK
            DISPLAY 'INFORME O CODIGO DO DESTINO:'
            MOVE SPACES TO WS-DESTINO-COTA
            ACCEPT WS-DESTINO-COTA
            IF WS-DESTINO-COTA EQUAL SPACES
                DISPLAY 'ERRO: DESTINO E OBRIGATORIO'
                MOVE 'N' TO WS-ITEM-OK
            ELSE
                OPEN INPUT DESTINOS
                IF WS-FS-DST EQUAL ZEROS
                    MOVE WS-DESTINO-COTA TO DEST-CODIGO
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
            MOVE ZEROS TO WS-PRODUTO-COTA
            ACCEPT WS-PRODUTO-COTA
            MOVE SPACES TO WS-ITEM-COTA
            MOVE WS-PRODUTO-COTA TO WS-ITEM-COTA (1:6)
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                MOVE WS-PRODUTO-COTA TO COD-PRODUTO
                READ PRODUTOS RECORD
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO'
                        MOVE 'N' TO WS-ITEM-OK
                    NOT INVALID KEY
                        DISPLAY 'PRODUTO: ' NOME-PRODUTO
                END-READ
            END-IF.

      ****** A CATEGORIA PRECISA ESTAR CADASTRADA ***********************
       1300-CONFERIR-CATEGORIA.
            MOVE 'S' TO WS-ITEM-OK
            DISPLAY 'INFORME A CATEGORIA:'
            MOVE SPACES TO WS-ITEM-COTA
            ACCEPT WS-ITEM-COTA
            IF WS-ITEM-COTA EQUAL SPACES
                DISPLAY 'ERRO: CATEGORIA E OBRIGATORIA'
                MOVE 'N' TO WS-ITEM-OK
            ELSE
                OPEN INPUT CATEGORIAS
                IF WS-FS-CAT EQUAL ZEROS
                    MOVE WS-ITEM-COTA (1 : 6) TO CAT-CODIGO
                    READ CATEGORIAS RECORD
                        KEY IS CAT-CODIGO
                        INVALID KEY
                            DISPLAY 'CATEGORIA NAO CADASTRADA'
                            MOVE 'N' TO WS-ITEM-OK
                        NOT INVALID KEY
                            DISPLAY 'CATEGORIA: ' CAT-DESCRICAO
                    END-READ
                    CLOSE CATEGORIAS
                END-IF
            END-IF.

      ****** INCLUI, CORRIGE OU APAGA (COTA ZERO) A LINHA DA COTA *******
       1400-GRAVAR-COTA.
            MOVE WS-DESTINO-COTA TO COT-DESTINO
            MOVE WS-TIPO-COTA TO COT-TIPO
            MOVE WS-ITEM-COTA TO COT-ITEM
            MOVE WS-MES-COTA TO COT-MES
            MOVE ZEROS TO WS-QTD-ANTES
            READ COTAS-CONSUMO RECORD
                KEY IS COT-CHAVE
                INVALID KEY
                    MOVE WS-DESTINO-COTA TO COT-DESTINO
                    MOVE WS-TIPO-COTA TO COT-TIPO
                    MOVE WS-ITEM-COTA TO COT-ITEM
                    MOVE WS-MES-COTA TO COT-MES
                    MOVE ZEROS TO COT-QTD-COTA
                NOT INVALID KEY
                    MOVE COT-QTD-COTA TO WS-QTD-ANTES
                    PERFORM 2100-MOSTRAR-COTA
            END-READ
            DISPLAY 'INFORME A COTA DO MES EM UNIDADES DE ESTOQUE '
                '(0 = SEM CONTROLE):'
            MOVE ZEROS TO WS-QTD-NOVA
            ACCEPT WS-QTD-NOVA
            IF WS-QTD-NOVA EQUAL ZERO
                IF WS-QTD-ANTES EQUAL ZERO
                    DISPLAY 'NENHUMA COTA GRAVADA'
                ELSE
                    DELETE COTAS-CONSUMO RECORD
                    END-DELETE
                    IF WS-FS-COT EQUAL ZEROS
                        DISPLAY 'COTA REMOVIDA, ITEM SEM CONTROLE'
                        PERFORM 1500-LOGAR-COTA
                    ELSE
                        DISPLAY 'ERRO AO REMOVER A COTA, FILE STATUS '
                            WS-FS-COT
                    END-IF
                END-IF
            ELSE
                MOVE WS-QTD-NOVA TO COT-QTD-COTA
                MOVE WS-DATA-HOJE TO COT-DATA-ALTERACAO
                MOVE WS-OPERADOR TO COT-OPERADOR
                WRITE REG-COTA
                    INVALID KEY
                        REWRITE REG-COTA
                END-WRITE
                IF WS-FS-COT EQUAL ZEROS
                    DISPLAY 'COTA GRAVADA COM SUCESSO!'
                    PERFORM 1500-LOGAR-COTA
                ELSE
                    DISPLAY 'ERRO AO GRAVAR A COTA, FILE STATUS '
                        WS-FS-COT
                END-IF
            END-IF.

      ****** A ALTERACAO DA COTA FICA NO LOG DE AUDITORIA ***************
       1500-LOGAR-COTA.
            MOVE 'COTA' TO LOG-OPERACAO
            IF WS-TIPO-COTA EQUAL 'P'
                MOVE WS-PRODUTO-COTA TO LOG-COD-PRODUTO
            ELSE
                MOVE ZEROS TO LOG-COD-PRODUTO
            END-IF
            MOVE SPACES TO LOG-NOME-ANTES
            STRING WS-DESTINO-COTA ' ' WS-TIPO-COTA ' '
                WS-ITEM-COTA DELIMITED BY SIZE INTO LOG-NOME-ANTES
            END-STRING
            MOVE WS-QTD-ANTES TO LOG-ESTOQUE-ANTES
            MOVE WS-MES-COTA TO LOG-NOME-DEPOIS
            MOVE WS-QTD-NOVA TO LOG-ESTOQUE-DEPOIS
            MOVE WS-OPERADOR TO LOG-USUARIO
            PERFORM 9000-GRAVAR-LOG.

      ****** COTAS DO MES COM O CONSUMO APURADO *************************
       2000-COTAS-DO-MES.
            DISPLAY 'INFORME O MES AAAAMM (0 = MES ATUAL):'
            MOVE ZEROS TO WS-MES-COTA
            ACCEPT WS-MES-COTA
            IF WS-MES-COTA EQUAL ZERO
                MOVE WS-DATA-HOJE (1:6) TO WS-MES-COTA
            END-IF
            INITIALIZE WS-CONTADOR
            MOVE LOW-VALUES TO COT-CHAVE
            START COTAS-CONSUMO KEY IS NOT LESS THAN COT-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ COTAS-CONSUMO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COT-MES EQUAL WS-MES-COTA
                               PERFORM 2200-APURAR-USADO
                               PERFORM 2100-MOSTRAR-COTA
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUMA COTA PARA ' WS-MES-COTA
            ELSE
                DISPLAY 'COTAS DO MES: ' WS-CONTADOR
            END-IF.

      ****** UMA LINHA DE COTA ******************************************
       2100-MOSTRAR-COTA.
            MOVE COT-QTD-COTA TO WS-COTA-EDT
            IF COT-POR-PRODUTO
                DISPLAY COT-DESTINO ' ' COT-MES ' PRODUTO   '
                    COT-COD-PRODUTO ' COTA: ' WS-COTA-EDT
            ELSE
                DISPLAY COT-DESTINO ' ' COT-MES ' CATEGORIA '
                    COT-ITEM ' COTA: ' WS-COTA-EDT
            END-IF
            IF WS-OPCAO EQUAL 2
                COMPUTE WS-SALDO-COTA = COT-QTD-COTA - WS-USADO
                MOVE WS-USADO TO WS-USADO-EDT
                MOVE WS-SALDO-COTA TO WS-SALDO-EDT
                DISPLAY '    USADO NO MES: ' WS-USADO-EDT
                    ' SALDO: ' WS-SALDO-EDT
            END-IF.

      ****** CONSUMO DO DESTINO NO MES PELO MOVIMENTO DO MES ************
       2200-APURAR-USADO.
            MOVE ZEROS TO WS-USADO
            OPEN INPUT MOVIMENTO-MES
            IF WS-FS-MVS EQUAL ZEROS
                SET WS-EOF-MVS TO 0
                PERFORM UNTIL WS-EOF-MVS EQUAL 1
                   READ MOVIMENTO-MES INTO REG-MOVIMENTO
                   AT END
                       MOVE 1 TO WS-EOF-MVS
                   NOT AT END
                       IF MOV-DESTINO EQUAL COT-DESTINO AND
                          MOV-DATA (1:6) EQUAL COT-MES
                           PERFORM 2300-SOMAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-MES
            END-IF.

      ****** SAIDA SOMA; DEVOLUCAO E ESTORNO AO DESTINO ABATEM **********
       2300-SOMAR-MOVIMENTO.
            EVALUATE TRUE
                WHEN MOV-SAIDA
                    MOVE 1 TO WS-SINAL
                WHEN MOV-DEVOLUCAO-DEPTO
                    MOVE -1 TO WS-SINAL
                WHEN MOV-ENTRADA AND MOV-ESTORNO-DE NOT EQUAL ZEROS
                    MOVE -1 TO WS-SINAL
                WHEN OTHER
                    MOVE 0 TO WS-SINAL
            END-EVALUATE
            IF WS-SINAL NOT EQUAL 0
                IF COT-POR-PRODUTO
                    IF MOV-COD-PRODUTO EQUAL COT-COD-PRODUTO
                        COMPUTE WS-USADO = WS-USADO +
                            WS-SINAL * MOV-QUANTIDADE
                    END-IF
                ELSE
                    IF WS-PROD-DISPONIVEL EQUAL 'S'
                        MOVE MOV-COD-PRODUTO TO COD-PRODUTO
                        READ PRODUTOS RECORD
                            KEY IS COD-PRODUTO
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF CATEGORIA-PRODUTO EQUAL COT-ITEM
                                    COMPUTE WS-USADO = WS-USADO +
                                        WS-SINAL * MOV-QUANTIDADE
                                END-IF
                        END-READ
                    END-IF
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
       END PROGRAM CRUD-35-manter-cotas.
