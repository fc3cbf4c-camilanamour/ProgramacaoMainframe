      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: LISTA DE SEPARACAO DO MATERIAL DAS ORDENS DE SERVICO
      *          DA MANUTENCAO, EMITIDA NA VESPERA: PARA O PROXIMO DIA
      *          UTIL (OU A DATA DE SEPARACAO_DATA, AAAAMMDD), AS
      *          LINHAS AINDA ABERTAS DE MATERIAIS-OS PLANEJADAS ATE
      *          ESSA DATA, AGRUPADAS POR ORDEM, COM O QUE FALTA
      *          SEPARAR, A RESERVA QUE SEGURA O MATERIAL E O ESTOQUE
      *          DO PRODUTO; LINHA CUJO ESTOQUE NAO COBRE O QUE FALTA
      *          SAI MARCADA. A ESTACAO DO DEPOSITO SEPARA PELA LISTA
      *          NO MODO M DO CRUD-11.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-SEPARACAO-OS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OSMSEL.
           COPY RSVSEL.
           COPY PRODSEL.
           COPY CALSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT LISTA-SEPARACAO ASSIGN TO
           'C:\ARQUIVOS\lista-separacao-os.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY OSMFD.
           COPY RSVFD.
           COPY PRODFD.
           COPY CALFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD LISTA-SEPARACAO.
       01 REG-LISTA-SEPARACAO      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-OSM            PIC 99.
       77 WS-FS-RSV            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(05).
       77 WS-ORDENS            PIC 9(05).
       77 WS-LINHAS            PIC 9(05).
       77 WS-FALTAS            PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-ALVO         PIC 9(08).
       77 WS-DATA-TXT          PIC X(08).
       77 WS-ALVO-INTEIRO      PIC 9(07).
       77 WS-ORDEM-ATUAL       PIC 9(09).
       77 WS-RSV-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-QTD-A-SEPARAR     PIC 9(09).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(42)
              VALUE 'LISTA DE SEPARACAO DAS ORDENS DE SERVICO'.
           03 FILLER               PIC X(06) VALUE ' PARA '.
           03 REL-DATA-ALVO        PIC 9(08).
           03 FILLER               PIC X(12) VALUE ' EMITIDA EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(56) VALUE SPACES.

       01 WS-LINHA-ORDEM.
           03 FILLER               PIC X(17) VALUE 'ORDEM DE SERVICO '.
           03 REL-ORDEM            PIC 9(09).
           03 FILLER               PIC X(16) VALUE ' PLANEJADA PARA '.
           03 REL-DATA-PLANEJADA   PIC 9(08).
           03 REL-MARCA-ORDEM      PIC X(12).
           03 FILLER               PIC X(70) VALUE SPACES.

       01 WS-LINHA-MATERIAL.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(11) VALUE ' PLANEJADO '.
           03 REL-PLANEJADA        PIC Z(08)9.
           03 FILLER               PIC X(09) VALUE ' SEPARAR '.
           03 REL-A-SEPARAR        PIC Z(08)9.
           03 FILLER               PIC X(09) VALUE ' RESERVA '.
           03 REL-RESERVA          PIC 9(09).
           03 FILLER               PIC X(09) VALUE ' ESTOQUE '.
           03 REL-ESTOQUE          PIC Z(08)9.
           03 FILLER               PIC X(07) VALUE ' [    ]'.
           03 REL-MARCA            PIC X(14).

           COPY CALWS.
           COPY RUNWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- LISTA DE SEPARACAO DAS OS -----------"
            MOVE 'LISTA-SEPARACAO-OS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-DATA-ALVO
            DISPLAY 'SEPARACAO PARA ' WS-DATA-ALVO
            INITIALIZE WS-LIDOS
            INITIALIZE WS-ORDENS
            INITIALIZE WS-LINHAS
            INITIALIZE WS-FALTAS
            MOVE ZEROS TO WS-ORDEM-ATUAL
            OPEN INPUT MATERIAIS-OS
            IF WS-FS-OSM NOT EQUAL ZEROS
                DISPLAY 'NENHUMA ORDEM DE SERVICO CARREGADA'
                MOVE ZEROS TO WS-FS-REL
            ELSE
                OPEN INPUT RESERVAS
                IF WS-FS-RSV EQUAL ZEROS
                    MOVE 'S' TO WS-RSV-DISPONIVEL
                END-IF
                OPEN INPUT PRODUTOS
                IF WS-FS EQUAL ZEROS
                    MOVE 'S' TO WS-PROD-DISPONIVEL
                END-IF
                OPEN OUTPUT LISTA-SEPARACAO
                MOVE WS-DATA-ALVO TO REL-DATA-ALVO
                MOVE WS-DATA-HOJE TO REL-DATA
                WRITE REG-LISTA-SEPARACAO FROM WS-LINHA-TITULO
                WRITE REG-LISTA-SEPARACAO FROM WS-LINHA-SEPARADOR

                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MATERIAIS-OS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF OSM-ABERTA AND
                          OSM-DATA-PLANEJADA NOT GREATER THAN
                          WS-DATA-ALVO
                           IF OSM-ORDEM NOT EQUAL WS-ORDEM-ATUAL
                               PERFORM 1000-INICIAR-ORDEM
                           END-IF
                           PERFORM 2000-IMPRIMIR-MATERIAL
                       END-IF
                   END-READ
                END-PERFORM

                WRITE REG-LISTA-SEPARACAO FROM WS-LINHA-SEPARADOR
                CLOSE LISTA-SEPARACAO
                MOVE 'LISTA-SEPARACAO-OS' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\lista-separacao-os.txt'
                    TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                IF WS-PROD-DISPONIVEL EQUAL 'S'
                    CLOSE PRODUTOS
                END-IF
                IF WS-RSV-DISPONIVEL EQUAL 'S'
                    CLOSE RESERVAS
                END-IF
                CLOSE MATERIAIS-OS
            END-IF

            DISPLAY ' '
            DISPLAY 'LINHAS DE MATERIAL LIDAS: ' WS-LIDOS
            DISPLAY 'ORDENS A SEPARAR: ' WS-ORDENS
            DISPLAY 'LINHAS A SEPARAR: ' WS-LINHAS
            DISPLAY 'LINHAS SEM ESTOQUE QUE COBRE: ' WS-FALTAS
            DISPLAY 'LISTA GRAVADA: lista-separacao-os.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-LINHAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** DATA DA SEPARACAO: PARAMETRO OU PROXIMO DIA UTIL ***********
       0400-OBTER-DATA-ALVO.
            MOVE SPACES TO WS-DATA-TXT
            ACCEPT WS-DATA-TXT FROM ENVIRONMENT 'SEPARACAO_DATA'
            IF WS-DATA-TXT IS NUMERIC
                MOVE WS-DATA-TXT TO WS-DATA-ALVO
            ELSE
                COMPUTE WS-ALVO-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                MOVE 'N' TO WS-DIA-UTIL
                PERFORM UNTIL WS-DIA-UTIL EQUAL 'S'
                   ADD 1 TO WS-ALVO-INTEIRO
                   COMPUTE WS-DATA-UTIL =
                       FUNCTION DATE-OF-INTEGER(WS-ALVO-INTEIRO)
                   PERFORM 9940-CONFERIR-DIA-UTIL
                END-PERFORM
                MOVE WS-DATA-UTIL TO WS-DATA-ALVO
            END-IF.

      ****** CABECALHO DE CADA ORDEM DE SERVICO *************************
       1000-INICIAR-ORDEM.
            MOVE OSM-ORDEM TO WS-ORDEM-ATUAL
            ADD 1 TO WS-ORDENS
            MOVE OSM-ORDEM TO REL-ORDEM
            MOVE OSM-DATA-PLANEJADA TO REL-DATA-PLANEJADA
            IF OSM-DATA-PLANEJADA < WS-DATA-HOJE
                MOVE ' ATRASADA' TO REL-MARCA-ORDEM
            ELSE
                MOVE SPACES TO REL-MARCA-ORDEM
            END-IF
            MOVE SPACES TO REG-LISTA-SEPARACAO
            WRITE REG-LISTA-SEPARACAO
            WRITE REG-LISTA-SEPARACAO FROM WS-LINHA-ORDEM.

      ****** UMA LINHA DE MATERIAL A SEPARAR ****************************
       2000-IMPRIMIR-MATERIAL.
            ADD 1 TO WS-LINHAS
            COMPUTE WS-QTD-A-SEPARAR =
                OSM-QTD-PLANEJADA - OSM-QTD-ENTREGUE
            MOVE OSM-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE OSM-QTD-PLANEJADA TO REL-PLANEJADA
            MOVE WS-QTD-A-SEPARAR TO REL-A-SEPARAR
            MOVE OSM-RESERVA TO REL-RESERVA
            MOVE SPACES TO REL-NOME-PRODUTO
            MOVE ZEROS TO REL-ESTOQUE
            MOVE SPACES TO REL-MARCA
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                MOVE OSM-COD-PRODUTO TO COD-PRODUTO
                READ PRODUTOS RECORD
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        MOVE 'NAO CADASTRADO' TO REL-NOME-PRODUTO
                    NOT INVALID KEY
                        MOVE NOME-PRODUTO TO REL-NOME-PRODUTO
                        MOVE ESTOQUE-PRODUTO TO REL-ESTOQUE
                        IF SAIDA-BLOQUEADA
                            MOVE ' BLOQUEADO' TO REL-MARCA
                        ELSE
                            IF ESTOQUE-PRODUTO < WS-QTD-A-SEPARAR
                                MOVE ' FALTA ESTOQUE' TO REL-MARCA
                                ADD 1 TO WS-FALTAS
                            END-IF
                        END-IF
                END-READ
            END-IF
            IF WS-RSV-DISPONIVEL EQUAL 'S' AND
               OSM-RESERVA NOT EQUAL ZEROS
                MOVE OSM-COD-PRODUTO TO RSV-COD-PRODUTO
                MOVE OSM-RESERVA TO RSV-NUMERO
                READ RESERVAS RECORD
                    KEY IS RSV-CHAVE
                    INVALID KEY
                        MOVE ZEROS TO REL-RESERVA
                    NOT INVALID KEY
                        IF NOT RSV-ABERTA
                            MOVE ZEROS TO REL-RESERVA
                        END-IF
                END-READ
            END-IF
            WRITE REG-LISTA-SEPARACAO FROM WS-LINHA-MATERIAL.

           COPY DIAUTIL.
           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM LISTA-SEPARACAO-OS.
