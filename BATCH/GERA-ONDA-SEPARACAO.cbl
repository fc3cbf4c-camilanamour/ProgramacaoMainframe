      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: MONTA A ONDA DE SEPARACAO DAS REQUISICOES PENDENTES:
      *          TODA REQUISICAO PENDENTE AINDA FORA DE ONDA RECEBE O
      *          NUMERO DA ONDA (SEQUENCIA ONDA) EM REQ-ONDA E ENTRA
      *          NA LISTA CONSOLIDADA onda-separacao.txt, ORDENADA
      *          POR PRODUTO: PARA CADA PRODUTO O TOTAL A SEPARAR, O
      *          DISPONIVEL (ESTOQUE MENOS RESERVA) COM A FALTA
      *          PREVISTA, OS LOTES SUGERIDOS PELO FEFO DE
      *          LOTES-PRODUTO E A DIVISAO POR DEPARTAMENTO PARA A
      *          MESA DE EMBALAGEM. PRODUTO INATIVO, BLOQUEADO OU EM
      *          QUARENTENA FICA FORA DA ONDA E SEGUE NA FILA. A
      *          ESTACAO CONFIRMA A ONDA INTEIRA PELO MODO (O)NDA DO
      *          CRUD-11 — UMA VOLTA NO DEPOSITO EM VEZ DE UMA POR
      *          REQUISICAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-ONDA-SEPARACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY LOTSEL.
           COPY REQSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT LISTA-ONDA ASSIGN TO
           'C:\ARQUIVOS\onda-separacao.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIS.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-onda.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY LOTFD.
           COPY REQFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD LISTA-ONDA.
       01 REG-LISTA                PIC X(80).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-DESTINO          PIC X(06).
           03 ORD-NUMERO           PIC 9(09).
           03 ORD-QTD-PENDENTE     PIC 9(09).
           03 ORD-NOME-PRODUTO     PIC X(20).
           03 ORD-CODIGO-BARRAS    PIC X(13).
           03 ORD-ESTOQUE          PIC 9(09).
           03 ORD-RESERVADO        PIC 9(09).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-LOT            PIC 99.
       77 WS-LOT-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-REQ            PIC 99.
       77 WS-FS-LIS            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-LOT           PIC 99.
       77 WS-ONDA              PIC 9(09) VALUE ZERO.
       77 WS-HOJE              PIC 9(08).
       77 WS-LIDAS             PIC 9(07).
       77 WS-NA-ONDA           PIC 9(07).
       77 WS-RETIDAS           PIC 9(07).
       77 WS-PRODUTOS          PIC 9(05).
       77 WS-PRODUTO-ATUAL     PIC 9(06).
       77 WS-PRIMEIRO          PIC X VALUE 'S'.
       77 WS-QTD-TOTAL         PIC 9(09).
       77 WS-QTD-DISPONIVEL    PIC 9(09).
       77 WS-QTD-FALTA         PIC 9(09).
       77 WS-QTD-A-ALOCAR      PIC 9(09).
       77 WS-QTD-PEGAR         PIC 9(09).
       77 WS-ESTOQUE-ATUAL     PIC 9(09).
       77 WS-RESERVADO-ATUAL   PIC 9(09).
       77 WS-TEM-LOTE          PIC X VALUE 'N'.
       77 WS-LOTE-SUGERIDO     PIC X(10).
       77 WS-VALIDADE-SUGERIDA PIC 9(08).
       77 WS-QTD-LOTE          PIC 9(09).
       77 WS-CHAVE-ULTIMA      PIC X(19).
       77 WS-CHAVE-MENOR       PIC X(19).

       01 WS-CHAVE-LOTE.
           03 CHV-CLASSE           PIC X(01).
           03 CHV-DATA             PIC 9(08).
           03 CHV-LOTE             PIC X(10).

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(18)
              VALUE 'ONDA DE SEPARACAO '.
           03 CAB-ONDA             PIC 9(09).
           03 FILLER               PIC X(04) VALUE ' DE '.
           03 CAB-DATA             PIC 9(08).

       01 WS-LINHA-PRODUTO.
           03 FILLER               PIC X(08) VALUE 'PRODUTO '.
           03 LIS-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LIS-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(08) VALUE ' BARRAS '.
           03 LIS-CODIGO-BARRAS    PIC X(13).

       01 WS-LINHA-DEPTO.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 FILLER               PIC X(04) VALUE 'REQ '.
           03 DEP-NUMERO           PIC 9(09).
           03 FILLER               PIC X(09) VALUE ' DESTINO '.
           03 DEP-DESTINO          PIC X(06).
           03 FILLER               PIC X(05) VALUE ' QTD '.
           03 DEP-QUANTIDADE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(20)
              VALUE '  SEPARADO: ________'.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 FILLER               PIC X(17)
              VALUE 'TOTAL A SEPARAR: '.
           03 TOT-QUANTIDADE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(13) VALUE ' DISPONIVEL: '.
           03 TOT-DISPONIVEL       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(08) VALUE ' FALTA: '.
           03 TOT-FALTA            PIC ZZZZZZZZ9.

       01 WS-LINHA-LOTE.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 FILLER               PIC X(10) VALUE 'LOTE FEFO '.
           03 LTE-LOTE             PIC X(10).
           03 FILLER               PIC X(10) VALUE ' VALIDADE '.
           03 LTE-VALIDADE         PIC X(08).
           03 FILLER               PIC X(07) VALUE ' PEGAR '.
           03 LTE-QUANTIDADE       PIC ZZZZZZZZ9.

       01 WS-LINHA-SEM-LOTE.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 FILLER               PIC X(28)
              VALUE 'SEM LOTE NO CONTROLE PARA: '.
           03 SLT-QUANTIDADE       PIC ZZZZZZZZ9.

           COPY PRODWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- ONDA DE SEPARACAO -------------------"
            MOVE 'GERA-ONDA-SEPARACAO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-LIDAS
            INITIALIZE WS-NA-ONDA
            INITIALIZE WS-RETIDAS
            INITIALIZE WS-PRODUTOS
            OPEN I-O REQUISICOES
            IF WS-FS-REQ NOT EQUAL ZEROS
                DISPLAY 'FILA DE REQUISICOES AUSENTE, NENHUMA ONDA '
                    'MONTADA'
                DISPLAY 'FILE STATUS: ' WS-FS-REQ
            ELSE
                OPEN INPUT PRODUTOS
                OPEN INPUT LOTES-PRODUTO
                IF WS-FS-LOT EQUAL ZEROS
                    MOVE 'S' TO WS-LOT-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-LOT-DISPONIVEL
                END-IF
                OPEN OUTPUT LISTA-ONDA

                SORT ARQUIVO-ORDENACAO
                    ON ASCENDING KEY ORD-COD-PRODUTO
                    ON ASCENDING KEY ORD-DESTINO
                    ON ASCENDING KEY ORD-NUMERO
                    INPUT PROCEDURE IS 1000-SELECIONAR-REQUISICOES
                    OUTPUT PROCEDURE IS 2000-MONTAR-LISTA

                DISPLAY ' '
                IF WS-NA-ONDA EQUAL ZERO
                    DISPLAY 'NENHUMA REQUISICAO PENDENTE FORA DE ONDA'
                ELSE
                    DISPLAY 'ONDA ' WS-ONDA ' MONTADA'
                    DISPLAY 'REQUISICOES NA ONDA: ' WS-NA-ONDA
                    DISPLAY 'PRODUTOS A SEPARAR: ' WS-PRODUTOS
                    DISPLAY 'LISTA GRAVADA: onda-separacao.txt'
                END-IF
                IF WS-RETIDAS > ZERO
                    DISPLAY 'REQUISICOES RETIDAS NA FILA (PRODUTO '
                        'INATIVO, BLOQUEADO OU EM QUARENTENA): '
                        WS-RETIDAS
                END-IF

                CLOSE LISTA-ONDA
                MOVE 'GERA-ONDA-SEPARACAO' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\onda-separacao.txt' TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                IF WS-LOT-DISPONIVEL EQUAL 'S'
                    CLOSE LOTES-PRODUTO
                END-IF
                CLOSE PRODUTOS
                CLOSE REQUISICOES
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDAS TO WS-RUN-LIDOS
            MOVE WS-NA-ONDA TO WS-RUN-GRAVADOS
            MOVE WS-FS-REQ TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** PENDENTES FORA DE ONDA ENTRAM NA ONDA NOVA *****************
       1000-SELECIONAR-REQUISICOES.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ REQUISICOES NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LIDAS
                   IF REQ-PENDENTE AND REQ-ONDA EQUAL ZEROS
                       PERFORM 1100-AVALIAR-REQUISICAO
                   END-IF
               END-READ
            END-PERFORM.

      ****** PRODUTO LIBERADO PARA SAIDA? MARCA A ONDA E ORDENA *********
       1100-AVALIAR-REQUISICAO.
            MOVE REQ-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'REQ ' REQ-NUMERO ' PRODUTO '
                        REQ-COD-PRODUTO ' NAO CADASTRADO, RETIDA'
                    ADD 1 TO WS-RETIDAS
                NOT INVALID KEY
                    IF WS-INATIVO OR WS-SAIDA-BLOQUEADA
                        DISPLAY 'REQ ' REQ-NUMERO ' PRODUTO '
                            REQ-COD-PRODUTO ' SEM SAIDA LIBERADA, '
                            'RETIDA'
                        ADD 1 TO WS-RETIDAS
                    ELSE
                        IF WS-ONDA EQUAL ZERO
                            MOVE 'ONDA' TO WS-SEQ-NOME
                            PERFORM 9900-PROXIMO-NUMERO
                            MOVE WS-SEQ-NUMERO TO WS-ONDA
                        END-IF
                        MOVE WS-ONDA TO REQ-ONDA
                        REWRITE REG-REQUISICAO
                        END-REWRITE
                        IF WS-FS-REQ EQUAL ZEROS
                            MOVE REQ-COD-PRODUTO TO ORD-COD-PRODUTO
                            MOVE REQ-DESTINO TO ORD-DESTINO
                            MOVE REQ-NUMERO TO ORD-NUMERO
                            COMPUTE ORD-QTD-PENDENTE =
                                REQ-QUANTIDADE - REQ-QTD-ATENDIDA
                            MOVE WS-NOME-PRODUTO TO ORD-NOME-PRODUTO
                            MOVE WS-CODIGO-BARRAS TO ORD-CODIGO-BARRAS
                            MOVE WS-ESTOQUE-PRODUTO TO ORD-ESTOQUE
                            MOVE WS-ESTOQUE-RESERVADO TO ORD-RESERVADO
                            RELEASE REG-ORDENACAO
                            ADD 1 TO WS-NA-ONDA
                        ELSE
                            DISPLAY 'REQ ' REQ-NUMERO ' NAO FOI '
                                'MARCADA NA ONDA, FILE STATUS '
                                WS-FS-REQ
                        END-IF
                    END-IF
            END-READ.

      ****** LISTA POR PRODUTO COM A DIVISAO POR DEPARTAMENTO ***********
       2000-MONTAR-LISTA.
            MOVE WS-ONDA TO CAB-ONDA
            MOVE WS-HOJE TO CAB-DATA
            WRITE REG-LISTA FROM WS-LINHA-CABECALHO
            MOVE 'S' TO WS-PRIMEIRO
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ARQUIVO-ORDENACAO INTO REG-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-PRIMEIRO EQUAL 'S' OR
                      ORD-COD-PRODUTO NOT EQUAL WS-PRODUTO-ATUAL
                       IF WS-PRIMEIRO NOT EQUAL 'S'
                           PERFORM 2200-FECHAR-PRODUTO
                       END-IF
                       PERFORM 2100-ABRIR-PRODUTO
                       MOVE 'N' TO WS-PRIMEIRO
                   END-IF
                   MOVE ORD-NUMERO TO DEP-NUMERO
                   MOVE ORD-DESTINO TO DEP-DESTINO
                   MOVE ORD-QTD-PENDENTE TO DEP-QUANTIDADE
                   WRITE REG-LISTA FROM WS-LINHA-DEPTO
                   ADD ORD-QTD-PENDENTE TO WS-QTD-TOTAL
            END-PERFORM
            IF WS-PRIMEIRO NOT EQUAL 'S'
                PERFORM 2200-FECHAR-PRODUTO
            END-IF.

      ****** CABECALHO DO PRODUTO ***************************************
       2100-ABRIR-PRODUTO.
            MOVE ORD-COD-PRODUTO TO WS-PRODUTO-ATUAL
            MOVE ORD-ESTOQUE TO WS-ESTOQUE-ATUAL
            MOVE ORD-RESERVADO TO WS-RESERVADO-ATUAL
            INITIALIZE WS-QTD-TOTAL
            MOVE SPACES TO REG-LISTA
            WRITE REG-LISTA
            MOVE ORD-COD-PRODUTO TO LIS-COD-PRODUTO
            MOVE ORD-NOME-PRODUTO TO LIS-NOME-PRODUTO
            MOVE ORD-CODIGO-BARRAS TO LIS-CODIGO-BARRAS
            WRITE REG-LISTA FROM WS-LINHA-PRODUTO
            ADD 1 TO WS-PRODUTOS.

      ****** TOTAL DO PRODUTO, FALTA PREVISTA E LOTES FEFO **************
       2200-FECHAR-PRODUTO.
            IF WS-ESTOQUE-ATUAL > WS-RESERVADO-ATUAL
                COMPUTE WS-QTD-DISPONIVEL =
                    WS-ESTOQUE-ATUAL - WS-RESERVADO-ATUAL
            ELSE
                MOVE ZEROS TO WS-QTD-DISPONIVEL
            END-IF
            IF WS-QTD-TOTAL > WS-QTD-DISPONIVEL
                COMPUTE WS-QTD-FALTA = WS-QTD-TOTAL - WS-QTD-DISPONIVEL
                MOVE WS-QTD-DISPONIVEL TO WS-QTD-A-ALOCAR
            ELSE
                MOVE ZEROS TO WS-QTD-FALTA
                MOVE WS-QTD-TOTAL TO WS-QTD-A-ALOCAR
            END-IF
            MOVE WS-QTD-TOTAL TO TOT-QUANTIDADE
            MOVE WS-QTD-DISPONIVEL TO TOT-DISPONIVEL
            MOVE WS-QTD-FALTA TO TOT-FALTA
            WRITE REG-LISTA FROM WS-LINHA-TOTAL
            MOVE LOW-VALUES TO WS-CHAVE-ULTIMA
            MOVE 'S' TO WS-TEM-LOTE
            PERFORM UNTIL WS-QTD-A-ALOCAR EQUAL ZERO OR
                WS-TEM-LOTE EQUAL 'N'
               PERFORM 2300-PROXIMO-LOTE-FEFO
               IF WS-TEM-LOTE EQUAL 'S'
                   IF WS-QTD-LOTE > WS-QTD-A-ALOCAR
                       MOVE WS-QTD-A-ALOCAR TO WS-QTD-PEGAR
                   ELSE
                       MOVE WS-QTD-LOTE TO WS-QTD-PEGAR
                   END-IF
                   SUBTRACT WS-QTD-PEGAR FROM WS-QTD-A-ALOCAR
                   MOVE WS-LOTE-SUGERIDO TO LTE-LOTE
                   IF WS-VALIDADE-SUGERIDA EQUAL ZEROS
                       MOVE 'SEM VAL.' TO LTE-VALIDADE
                   ELSE
                       MOVE WS-VALIDADE-SUGERIDA TO LTE-VALIDADE
                   END-IF
                   MOVE WS-QTD-PEGAR TO LTE-QUANTIDADE
                   WRITE REG-LISTA FROM WS-LINHA-LOTE
               END-IF
            END-PERFORM
            IF WS-QTD-A-ALOCAR > ZERO
                MOVE WS-QTD-A-ALOCAR TO SLT-QUANTIDADE
                WRITE REG-LISTA FROM WS-LINHA-SEM-LOTE
            END-IF.

      ****** PROXIMO LOTE COM SALDO NA ORDEM FEFO ***********************
      * LOTE COM VALIDADE VEM ANTES, O QUE VENCE PRIMEIRO; LOTE SEM
      * VALIDADE VEM DEPOIS, O MAIS ANTIGO PELA ENTRADA — A MESMA
      * ORDEM DA BAIXA FEFO DA ESTACAO.
       2300-PROXIMO-LOTE-FEFO.
            MOVE 'N' TO WS-TEM-LOTE
            MOVE HIGH-VALUES TO WS-CHAVE-MENOR
            IF WS-LOT-DISPONIVEL EQUAL 'S'
                MOVE WS-PRODUTO-ATUAL TO LOT-COD-PRODUTO
                MOVE SPACES TO LOT-NUMERO
                START LOTES-PRODUTO KEY IS NOT LESS THAN LOT-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF-LOT TO 0
                        PERFORM UNTIL WS-EOF-LOT EQUAL 1
                           READ LOTES-PRODUTO NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-LOT
                           NOT AT END
                               IF LOT-COD-PRODUTO NOT EQUAL
                                  WS-PRODUTO-ATUAL
                                   MOVE 1 TO WS-EOF-LOT
                               ELSE
                                   IF LOT-QUANTIDADE > ZERO
                                       PERFORM 2350-COMPARAR-LOTE
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF
            IF WS-TEM-LOTE EQUAL 'S'
                MOVE WS-CHAVE-MENOR TO WS-CHAVE-ULTIMA
            END-IF.

      ****** GUARDA O LOTE SE FOR O PROXIMO DEPOIS DO ULTIMO USADO ******
       2350-COMPARAR-LOTE.
            IF LOT-VALIDADE NOT EQUAL ZERO
                MOVE '1' TO CHV-CLASSE
                MOVE LOT-VALIDADE TO CHV-DATA
            ELSE
                MOVE '2' TO CHV-CLASSE
                MOVE LOT-DATA-ENTRADA TO CHV-DATA
            END-IF
            MOVE LOT-NUMERO TO CHV-LOTE
            IF WS-CHAVE-LOTE > WS-CHAVE-ULTIMA AND
               WS-CHAVE-LOTE < WS-CHAVE-MENOR
                MOVE WS-CHAVE-LOTE TO WS-CHAVE-MENOR
                MOVE LOT-NUMERO TO WS-LOTE-SUGERIDO
                MOVE LOT-VALIDADE TO WS-VALIDADE-SUGERIDA
                MOVE LOT-QUANTIDADE TO WS-QTD-LOTE
                MOVE 'S' TO WS-TEM-LOTE
            END-IF.

           COPY SEQNXT.
           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM GERA-ONDA-SEPARACAO.
