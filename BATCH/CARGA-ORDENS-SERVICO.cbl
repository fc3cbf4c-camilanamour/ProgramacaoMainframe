      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CARGA DO MATERIAL DAS ORDENS DE SERVICO DA MANUTENCAO:
      *          LE O ARQUIVO QUE O SISTEMA DE MANUTENCAO DEPOSITA
      *          (ordens-servico-entrada.txt: ORDEM, DATA PLANEJADA,
      *          PRODUTO, QUANTIDADE, COM HEADER E TRAILER CONFORME
      *          HDRTRL), VALIDA CADA LINHA CONTRA PRODUTOS
      *          (CADASTRADO E ATIVO, ESTOQUE LIVRE QUE COBRE A
      *          QUANTIDADE) E MATERIAIS-OS (ORDEM + PRODUTO AINDA NAO
      *          CARREGADOS). CADA LINHA ACEITA GERA UMA RESERVA EM
      *          RESERVAS LIGADA A ORDEM, COM VALIDADE DE SETE DIAS
      *          APOS A DATA PLANEJADA, E A LINHA DE MATERIAL DA ORDEM
      *          EM MATERIAIS-OS PARA A SEPARACAO; LINHA INVALIDA VAI
      *          PARA ordens-servico-rejeitadas.txt COM O MOTIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-ORDENS-SERVICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY RSVSEL.
           COPY OSMSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.
           SELECT ORDENS-ENTRADA ASSIGN TO
           'C:\ARQUIVOS\ordens-servico-entrada.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENT.
           SELECT ORDENS-REJEITADAS ASSIGN TO
           'C:\ARQUIVOS\ordens-servico-rejeitadas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY RSVFD.
           COPY OSMFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.

       FD ORDENS-ENTRADA.
       01 REG-ENTRADA.
           03 ENT-ORDEM            PIC 9(09).
           03 ENT-DATA-PLANEJADA   PIC 9(08).
           03 ENT-COD-PRODUTO      PIC 9(06).
           03 ENT-QUANTIDADE       PIC 9(09).
           COPY HDRTRL.

       FD ORDENS-REJEITADAS.
       01 REG-REJEITADA            PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-RSV            PIC 99.
       77 WS-FS-OSM            PIC 99.
       77 WS-FS-ENT            PIC 99.
       77 WS-FS-REJ            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-ACEITAS           PIC 9(05).
       77 WS-REJEITADAS        PIC 9(05).
       77 WS-LINHA-VALIDA      PIC X VALUE 'S'.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-ESTOQUE-LIVRE     PIC S9(10).
       77 WS-ARQUIVO-OK        PIC X VALUE 'N'.
       77 WS-TEM-TRAILER       PIC X VALUE 'N'.
       77 WS-PRIMEIRO-REG      PIC X VALUE 'S'.
       77 WS-REG-DETALHE       PIC 9(07).
       77 WS-HASH-DETALHE      PIC 9(13)V99.

       01 WS-LINHA-REJEICAO.
           03 REJ-ORDEM            PIC 9(09).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-DATA-PLANEJADA   PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-QUANTIDADE       PIC 9(09).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-MOTIVO           PIC X(44).

           COPY PRODWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- CARGA DE ORDENS DE SERVICO ----------"
            MOVE 'CARGA-ORDENS-SERVICO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-ACEITAS
            INITIALIZE WS-REJEITADAS
            OPEN INPUT ORDENS-ENTRADA
            IF WS-FS-ENT NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE ORDENS DE SERVICO DA MANUTENCAO '
                    'NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-ENT
                MOVE ZEROS TO WS-FS-OSM
            ELSE
                PERFORM 0500-VALIDAR-CONTROLES
                IF WS-ARQUIVO-OK NOT EQUAL 'S'
                    CLOSE ORDENS-ENTRADA
                    MOVE ZEROS TO WS-FS-OSM
                ELSE
                    OPEN I-O PRODUTOS
                    OPEN I-O RESERVAS
                    IF WS-FS-RSV EQUAL 35
                        OPEN OUTPUT RESERVAS
                        CLOSE RESERVAS
                        OPEN I-O RESERVAS
                    END-IF
                    OPEN I-O MATERIAIS-OS
                    IF WS-FS-OSM EQUAL 35
                        OPEN OUTPUT MATERIAIS-OS
                        CLOSE MATERIAIS-OS
                        OPEN I-O MATERIAIS-OS
                    END-IF
                    OPEN OUTPUT ORDENS-REJEITADAS

                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ ORDENS-ENTRADA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CTL-HEADER
                                   CONTINUE
                               WHEN CTL-TRAILER
                                   MOVE 1 TO WS-EOF
                               WHEN OTHER
                                   ADD 1 TO WS-CONTADOR
                                   PERFORM 1000-VALIDAR-LINHA
                           END-EVALUATE
                       END-READ
                    END-PERFORM

                    DISPLAY ' '
                    DISPLAY 'LINHAS LIDAS: ' WS-CONTADOR
                    DISPLAY 'MATERIAIS RESERVADOS PARA AS ORDENS: '
                        WS-ACEITAS
                    DISPLAY 'LINHAS REJEITADAS: ' WS-REJEITADAS
                    DISPLAY 'TOTAIS DE CONTROLE DO ARQUIVO: '
                        WS-REG-DETALHE ' REGISTROS, HASH '
                        WS-HASH-DETALHE
                    DISPLAY 'REJEITADAS: ordens-servico-rejeitadas.txt'

                    CLOSE ORDENS-REJEITADAS
                    CLOSE MATERIAIS-OS
                    CLOSE RESERVAS
                    CLOSE PRODUTOS
                    CLOSE ORDENS-ENTRADA
                END-IF
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-ACEITAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-OSM TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** HEADER E TRAILER TEM QUE FECHAR COM O ARQUIVO **************
       0500-VALIDAR-CONTROLES.
            MOVE 'N' TO WS-ARQUIVO-OK
            MOVE 'N' TO WS-TEM-TRAILER
            MOVE 'S' TO WS-PRIMEIRO-REG
            INITIALIZE WS-REG-DETALHE
            INITIALIZE WS-HASH-DETALHE
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS-ENTRADA
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-PRIMEIRO-REG EQUAL 'S'
                           IF CTL-HEADER
                               DISPLAY 'HEADER: DATA ' CTL-DATA
                                   ' ORIGEM ' CTL-ORIGEM
                               MOVE 'N' TO WS-PRIMEIRO-REG
                           ELSE
                               DISPLAY 'ARQUIVO SEM HEADER, '
                                   'RECUSADO INTEIRO'
                               MOVE 'E' TO WS-TEM-TRAILER
                               MOVE 1 TO WS-EOF
                           END-IF
                       WHEN CTL-TRAILER
                           MOVE 'S' TO WS-TEM-TRAILER
                           IF CTL-REG-CONTADOS EQUAL WS-REG-DETALHE
                              AND CTL-HASH-QTD EQUAL WS-HASH-DETALHE
                               MOVE 'S' TO WS-ARQUIVO-OK
                           ELSE
                               DISPLAY 'TRAILER NAO BATE COM O '
                                   'LIDO, ARQUIVO RECUSADO INTEIRO'
                               DISPLAY 'TRAILER: ' CTL-REG-CONTADOS
                                   ' REGISTROS, HASH ' CTL-HASH-QTD
                               DISPLAY 'LIDO...: ' WS-REG-DETALHE
                                   ' REGISTROS, HASH '
                                   WS-HASH-DETALHE
                           END-IF
                           MOVE 1 TO WS-EOF
                       WHEN OTHER
                           ADD 1 TO WS-REG-DETALHE
                           IF ENT-QUANTIDADE IS NUMERIC
                               ADD ENT-QUANTIDADE TO WS-HASH-DETALHE
                           END-IF
                   END-EVALUATE
               END-READ
            END-PERFORM
            IF WS-TEM-TRAILER EQUAL 'N'
                DISPLAY 'ARQUIVO SEM TRAILER, RECUSADO INTEIRO'
            END-IF
            CLOSE ORDENS-ENTRADA
            OPEN INPUT ORDENS-ENTRADA.

      ****** VALIDA ORDEM, DATA, PRODUTO E ESTOQUE LIVRE DA LINHA *******
       1000-VALIDAR-LINHA.
            MOVE 'S' TO WS-LINHA-VALIDA
            IF ENT-ORDEM IS NOT NUMERIC OR ENT-ORDEM EQUAL ZERO
                MOVE 'NUMERO DA ORDEM DE SERVICO INVALIDO' TO
                    REJ-MOTIVO
                MOVE 'N' TO WS-LINHA-VALIDA
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                IF ENT-QUANTIDADE IS NOT NUMERIC OR
                   ENT-QUANTIDADE EQUAL ZERO
                    MOVE 'QUANTIDADE ZERADA OU NAO NUMERICA' TO
                        REJ-MOTIVO
                    MOVE 'N' TO WS-LINHA-VALIDA
                END-IF
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                IF ENT-DATA-PLANEJADA IS NOT NUMERIC
                    MOVE 'DATA PLANEJADA INVALIDA' TO REJ-MOTIVO
                    MOVE 'N' TO WS-LINHA-VALIDA
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD(ENT-DATA-PLANEJADA)
                       NOT EQUAL ZERO
                        MOVE 'DATA PLANEJADA INVALIDA' TO REJ-MOTIVO
                        MOVE 'N' TO WS-LINHA-VALIDA
                    ELSE
                        IF ENT-DATA-PLANEJADA < WS-DATA-HOJE
                            MOVE 'DATA PLANEJADA JA PASSOU' TO
                                REJ-MOTIVO
                            MOVE 'N' TO WS-LINHA-VALIDA
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                MOVE ENT-ORDEM TO OSM-ORDEM
                MOVE ENT-COD-PRODUTO TO OSM-COD-PRODUTO
                READ MATERIAIS-OS RECORD
                    KEY IS OSM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'PRODUTO JA CARREGADO PARA A ORDEM' TO
                            REJ-MOTIVO
                        MOVE 'N' TO WS-LINHA-VALIDA
                END-READ
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                MOVE ENT-COD-PRODUTO TO COD-PRODUTO
                READ PRODUTOS RECORD INTO WS-PRODUTO
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        MOVE 'PRODUTO NAO CADASTRADO' TO REJ-MOTIVO
                        MOVE 'N' TO WS-LINHA-VALIDA
                    NOT INVALID KEY
                        IF WS-INATIVO
                            MOVE 'PRODUTO INATIVO' TO REJ-MOTIVO
                            MOVE 'N' TO WS-LINHA-VALIDA
                        END-IF
                END-READ
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                COMPUTE WS-ESTOQUE-LIVRE = ESTOQUE-PRODUTO
                    - ESTOQUE-RESERVADO
                IF WS-ESTOQUE-LIVRE < ENT-QUANTIDADE
                    MOVE 'ESTOQUE LIVRE NAO COBRE A QUANTIDADE' TO
                        REJ-MOTIVO
                    MOVE 'N' TO WS-LINHA-VALIDA
                END-IF
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                PERFORM 2000-RESERVAR-MATERIAL
            ELSE
                PERFORM 3000-GRAVAR-REJEICAO
            END-IF.

      ****** RESERVA O MATERIAL E GRAVA A LINHA DA ORDEM ****************
       2000-RESERVAR-MATERIAL.
            MOVE 'RESERVA' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE ENT-COD-PRODUTO TO RSV-COD-PRODUTO
            MOVE WS-SEQ-NUMERO TO RSV-NUMERO
            MOVE ENT-QUANTIDADE TO RSV-QUANTIDADE
            MOVE SPACES TO RSV-SOLICITANTE
            STRING 'OS ' ENT-ORDEM DELIMITED BY SIZE
                INTO RSV-SOLICITANTE
            MOVE WS-DATA-HOJE TO RSV-DATA
            COMPUTE RSV-VALIDADE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(ENT-DATA-PLANEJADA) + 7)
            SET RSV-ABERTA TO TRUE
            MOVE ENT-ORDEM TO RSV-ORDEM-SERVICO
            WRITE REG-RESERVA
            END-WRITE
            IF WS-FS-RSV NOT EQUAL ZEROS
                MOVE 'NAO FOI POSSIVEL GRAVAR A RESERVA' TO REJ-MOTIVO
                PERFORM 3000-GRAVAR-REJEICAO
            ELSE
                ADD ENT-QUANTIDADE TO ESTOQUE-RESERVADO
                REWRITE REG-PRODUTO
                END-REWRITE
                MOVE ENT-ORDEM TO OSM-ORDEM
                MOVE ENT-COD-PRODUTO TO OSM-COD-PRODUTO
                MOVE ENT-DATA-PLANEJADA TO OSM-DATA-PLANEJADA
                MOVE ENT-QUANTIDADE TO OSM-QTD-PLANEJADA
                MOVE RSV-NUMERO TO OSM-RESERVA
                MOVE ZEROS TO OSM-QTD-ENTREGUE
                MOVE CUSTO-MEDIO TO OSM-CUSTO-PLANEJADO
                MOVE WS-DATA-HOJE TO OSM-DATA-CARGA
                SET OSM-ABERTA TO TRUE
                WRITE REG-MATERIAL-OS
                END-WRITE
                IF WS-FS-OSM EQUAL ZEROS
                    ADD 1 TO WS-ACEITAS
                ELSE
                    DISPLAY 'RESERVA ' RSV-NUMERO ' GRAVADA SEM A '
                        'LINHA DA ORDEM, FILE STATUS ' WS-FS-OSM
                    MOVE 'NAO FOI POSSIVEL GRAVAR A LINHA DA ORDEM' TO
                        REJ-MOTIVO
                    PERFORM 3000-GRAVAR-REJEICAO
                END-IF
            END-IF.

      ****** LINHA INVALIDA VAI PARA AS REJEITADAS **********************
       3000-GRAVAR-REJEICAO.
            MOVE ENT-ORDEM TO REJ-ORDEM
            MOVE ENT-DATA-PLANEJADA TO REJ-DATA-PLANEJADA
            MOVE ENT-COD-PRODUTO TO REJ-COD-PRODUTO
            MOVE ENT-QUANTIDADE TO REJ-QUANTIDADE
            WRITE REG-REJEITADA FROM WS-LINHA-REJEICAO
            ADD 1 TO WS-REJEITADAS.

           COPY SEQNXT.
           COPY RUNGRV.
       END PROGRAM CARGA-ORDENS-SERVICO.
