      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CARGA DAS CONTAGENS DOS ARMARIOS DOS DEPARTAMENTOS:
      *          LE O ARQUIVO QUE O DEPARTAMENTO DEPOSITA
      *          (contagens-armario.txt: DESTINO, PRODUTO, QUANTIDADE
      *          CONTADA NO ARMARIO), VALIDA CADA LINHA CONTRA
      *          PRODUTOS (CADASTRADO E ATIVO), DESTINOS (CODIGO
      *          VALIDO) E ARMARIOS-PAR (PRODUTO COM NIVEL DEFINIDO
      *          NO ARMARIO) E GRAVA A CONTAGEM NO NIVEL DO ARMARIO,
      *          MARCADA PARA A REPOSICAO (REPOE-ARMARIOS); LINHA
      *          INVALIDA VAI PARA contagens-armario-rejeitadas.txt
      *          COM O MOTIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CONTAGEM-ARMARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY DSTSEL.
           COPY ARMSEL.
           COPY RUNSEL.
           SELECT CONTAGENS-ARMARIO ASSIGN TO
           'C:\ARQUIVOS\contagens-armario.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CNT.
           SELECT CONTAGENS-REJEITADAS ASSIGN TO
           'C:\ARQUIVOS\contagens-armario-rejeitadas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY DSTFD.
           COPY ARMFD.
           COPY RUNFD.

       FD CONTAGENS-ARMARIO.
       01 REG-CONTAGEM-ARMARIO.
           03 CNT-DESTINO          PIC X(06).
           03 CNT-COD-PRODUTO      PIC 9(06).
           03 CNT-QUANTIDADE       PIC 9(09).

       FD CONTAGENS-REJEITADAS.
       01 REG-REJEITADA            PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-DST-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-ARM            PIC 99.
       77 WS-FS-CNT            PIC 99.
       77 WS-FS-REJ            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-ACEITAS           PIC 9(05).
       77 WS-REJEITADAS        PIC 9(05).
       77 WS-VAZIOS            PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-LINHA-VALIDA      PIC X VALUE 'S'.

       01 WS-LINHA-REJEICAO.
           03 REJ-DESTINO          PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-QUANTIDADE       PIC 9(09).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REJ-MOTIVO           PIC X(56).

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- CARGA DE CONTAGENS DOS ARMARIOS -----"
            MOVE 'CARGA-CONTAGEM-ARM' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            OPEN INPUT CONTAGENS-ARMARIO
            IF WS-FS-CNT NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE CONTAGENS DOS ARMARIOS NAO '
                    'ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-CNT
            ELSE
                OPEN INPUT PRODUTOS
                OPEN INPUT DESTINOS
                IF WS-FS-DST EQUAL ZEROS
                    MOVE 'S' TO WS-DST-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-DST-DISPONIVEL
                END-IF
                OPEN I-O ARMARIOS-PAR
                IF WS-FS-ARM EQUAL 35
                    OPEN OUTPUT ARMARIOS-PAR
                    CLOSE ARMARIOS-PAR
                    OPEN I-O ARMARIOS-PAR
                END-IF
                OPEN OUTPUT CONTAGENS-REJEITADAS
                INITIALIZE WS-CONTADOR
                INITIALIZE WS-ACEITAS
                INITIALIZE WS-REJEITADAS
                INITIALIZE WS-VAZIOS

                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTAGENS-ARMARIO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTADOR
                       PERFORM 1000-VALIDAR-LINHA
                   END-READ
                END-PERFORM

                DISPLAY ' '
                DISPLAY 'LINHAS LIDAS: ' WS-CONTADOR
                DISPLAY 'CONTAGENS GRAVADAS: ' WS-ACEITAS
                DISPLAY 'ARMARIOS VAZIOS NA CONTAGEM: ' WS-VAZIOS
                DISPLAY 'LINHAS REJEITADAS: ' WS-REJEITADAS
                DISPLAY 'REJEITADAS: contagens-armario-rejeitadas.txt'

                CLOSE CONTAGENS-REJEITADAS
                CLOSE ARMARIOS-PAR
                IF WS-DST-DISPONIVEL EQUAL 'S'
                    CLOSE DESTINOS
                END-IF
                CLOSE PRODUTOS
                CLOSE CONTAGENS-ARMARIO
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-ACEITAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-ARM TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** VALIDA PRODUTO, DESTINO E NIVEL DO ARMARIO DA LINHA ********
       1000-VALIDAR-LINHA.
            MOVE 'S' TO WS-LINHA-VALIDA
            IF CNT-QUANTIDADE IS NOT NUMERIC
                MOVE 'QUANTIDADE CONTADA NAO NUMERICA' TO REJ-MOTIVO
                MOVE 'N' TO WS-LINHA-VALIDA
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                MOVE CNT-COD-PRODUTO TO COD-PRODUTO
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
            IF WS-LINHA-VALIDA EQUAL 'S' AND
               WS-DST-DISPONIVEL EQUAL 'S'
                MOVE CNT-DESTINO TO DEST-CODIGO
                READ DESTINOS RECORD
                    KEY IS DEST-CODIGO
                    INVALID KEY
                        MOVE 'DESTINO NAO CADASTRADO' TO REJ-MOTIVO
                        MOVE 'N' TO WS-LINHA-VALIDA
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                MOVE CNT-DESTINO TO ARM-DESTINO
                MOVE CNT-COD-PRODUTO TO ARM-COD-PRODUTO
                READ ARMARIOS-PAR RECORD
                    KEY IS ARM-CHAVE
                    INVALID KEY
                        MOVE 'PRODUTO SEM NIVEL DEFINIDO NO ARMARIO' TO
                            REJ-MOTIVO
                        MOVE 'N' TO WS-LINHA-VALIDA
                    NOT INVALID KEY
                        IF ARM-A-COMPARAR AND
                           ARM-DATA-CONTAGEM EQUAL WS-DATA-HOJE
                            MOVE 'CONTAGEM REPETIDA NO DIA' TO
                                REJ-MOTIVO
                            MOVE 'N' TO WS-LINHA-VALIDA
                        END-IF
                END-READ
            END-IF
            IF WS-LINHA-VALIDA EQUAL 'S'
                PERFORM 2000-GRAVAR-CONTAGEM
            ELSE
                PERFORM 3000-GRAVAR-REJEICAO
            END-IF.

      ****** GRAVA A CONTAGEM NO NIVEL DO ARMARIO ***********************
       2000-GRAVAR-CONTAGEM.
            MOVE CNT-QUANTIDADE TO ARM-QTD-CONTADA
            MOVE WS-DATA-HOJE TO ARM-DATA-CONTAGEM
            SET ARM-A-COMPARAR TO TRUE
            ADD 1 TO ARM-QTD-CONTAGENS
            IF CNT-QUANTIDADE EQUAL ZERO
                ADD 1 TO ARM-QTD-VAZIO
            END-IF
            REWRITE REG-ARMARIO
            END-REWRITE
            IF WS-FS-ARM EQUAL ZEROS
                ADD 1 TO WS-ACEITAS
                IF CNT-QUANTIDADE EQUAL ZERO
                    ADD 1 TO WS-VAZIOS
                END-IF
            ELSE
                MOVE 'NAO FOI POSSIVEL GRAVAR A CONTAGEM' TO REJ-MOTIVO
                PERFORM 3000-GRAVAR-REJEICAO
            END-IF.

      ****** LINHA INVALIDA VAI PARA AS REJEITADAS **********************
       3000-GRAVAR-REJEICAO.
            MOVE CNT-DESTINO TO REJ-DESTINO
            MOVE CNT-COD-PRODUTO TO REJ-COD-PRODUTO
            MOVE CNT-QUANTIDADE TO REJ-QUANTIDADE
            WRITE REG-REJEITADA FROM WS-LINHA-REJEICAO
            ADD 1 TO WS-REJEITADAS.

           COPY RUNGRV.
       END PROGRAM CARGA-CONTAGEM-ARMARIO.
