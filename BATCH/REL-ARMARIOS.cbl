      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: SITUACAO DOS ARMARIOS DOS DEPARTAMENTOS: PARA CADA
      *          DESTINO, UMA LINHA POR PRODUTO DE ARMARIOS-PAR COM O
      *          MAXIMO, O PONTO DE PEDIDO, A ULTIMA CONTAGEM E O
      *          PERCENTUAL DE OCUPACAO DO ARMARIO (CONTADO SOBRE O
      *          MAXIMO), E QUANTAS VEZES O ARMARIO FOI ACHADO VAZIO
      *          NAS CONTAGENS RECEBIDAS DESDE O INICIO DO NIVEL,
      *          COM AS REPOSICOES GERADAS. MARCA ** VAZIO ** E
      *          ABAIXO DO PONTO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ARMARIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARMSEL.
           COPY DSTSEL.
           COPY PRODSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT SITUACAO-ARMARIOS ASSIGN TO
           'C:\ARQUIVOS\rel-armarios.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY ARMFD.
           COPY DSTFD.
           COPY PRODFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD SITUACAO-ARMARIOS.
       01 REG-SITUACAO-ARMARIOS    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-ARM            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(05).
       77 WS-VAZIOS            PIC 9(05).
       77 WS-ABAIXO            PIC 9(05).
       77 WS-SEM-CONTAGEM      PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DESTINO-ATUAL     PIC X(06).
       77 WS-DST-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-PCT-OCUPACAO      PIC 9(05).
       77 WS-PCT-VAZIO         PIC 9(03).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(40)
              VALUE 'SITUACAO DOS ARMARIOS DOS DEPARTAMENTOS'.
           03 FILLER               PIC X(12) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(72) VALUE SPACES.

       01 WS-LINHA-DESTINO.
           03 FILLER               PIC X(08) VALUE 'DESTINO '.
           03 REL-DESTINO          PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DESCR-DESTINO    PIC X(30).
           03 FILLER               PIC X(87) VALUE SPACES.

       01 WS-LINHA-ARMARIO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(05) VALUE ' MAX '.
           03 REL-MAXIMA           PIC Z(05)9.
           03 FILLER               PIC X(05) VALUE ' PTO '.
           03 REL-PONTO            PIC Z(05)9.
           03 FILLER               PIC X(06) VALUE ' CONT '.
           03 REL-CONTADA          PIC Z(05)9.
           03 FILLER               PIC X(04) VALUE ' EM '.
           03 REL-DATA-CONTAGEM    PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT-OCUPACAO     PIC ZZZZ9.
           03 FILLER               PIC X(08) VALUE '% VAZIO '.
           03 REL-QTD-VAZIO        PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE '/'.
           03 REL-QTD-CONTAGENS    PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT-VAZIO        PIC ZZ9.
           03 FILLER               PIC X(06) VALUE '% REP '.
           03 REL-QTD-REPOSICOES   PIC ZZZZ9.
           03 REL-MARCA            PIC X(17).

           COPY RUNWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- SITUACAO DOS ARMARIOS ----------------"
            MOVE 'REL-ARMARIOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-LIDOS
            INITIALIZE WS-VAZIOS
            INITIALIZE WS-ABAIXO
            INITIALIZE WS-SEM-CONTAGEM
            MOVE SPACES TO WS-DESTINO-ATUAL
            OPEN INPUT ARMARIOS-PAR
            IF WS-FS-ARM NOT EQUAL ZEROS
                DISPLAY 'NENHUM NIVEL DE ARMARIO CADASTRADO'
                MOVE ZEROS TO WS-FS-REL
            ELSE
                OPEN INPUT DESTINOS
                IF WS-FS-DST EQUAL ZEROS
                    MOVE 'S' TO WS-DST-DISPONIVEL
                END-IF
                OPEN INPUT PRODUTOS
                IF WS-FS EQUAL ZEROS
                    MOVE 'S' TO WS-PROD-DISPONIVEL
                END-IF
                OPEN OUTPUT SITUACAO-ARMARIOS
                MOVE WS-DATA-HOJE TO REL-DATA
                WRITE REG-SITUACAO-ARMARIOS FROM WS-LINHA-TITULO
                WRITE REG-SITUACAO-ARMARIOS FROM WS-LINHA-SEPARADOR

                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARMARIOS-PAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF ARM-DESTINO NOT EQUAL WS-DESTINO-ATUAL
                           PERFORM 1000-INICIAR-DESTINO
                       END-IF
                       PERFORM 2000-IMPRIMIR-ARMARIO
                   END-READ
                END-PERFORM

                WRITE REG-SITUACAO-ARMARIOS FROM WS-LINHA-SEPARADOR
                CLOSE SITUACAO-ARMARIOS
                MOVE 'REL-ARMARIOS' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\rel-armarios.txt' TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                IF WS-PROD-DISPONIVEL EQUAL 'S'
                    CLOSE PRODUTOS
                END-IF
                IF WS-DST-DISPONIVEL EQUAL 'S'
                    CLOSE DESTINOS
                END-IF
                CLOSE ARMARIOS-PAR
            END-IF

            DISPLAY ' '
            DISPLAY 'ITENS DE ARMARIO: ' WS-LIDOS
            DISPLAY 'VAZIOS NA ULTIMA CONTAGEM: ' WS-VAZIOS
            DISPLAY 'ABAIXO DO PONTO DE PEDIDO: ' WS-ABAIXO
            DISPLAY 'SEM CONTAGEM RECEBIDA: ' WS-SEM-CONTAGEM
            DISPLAY 'RELATORIO GRAVADO: rel-armarios.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-LIDOS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** CABECALHO DE CADA DESTINO **********************************
       1000-INICIAR-DESTINO.
            MOVE ARM-DESTINO TO WS-DESTINO-ATUAL
            MOVE ARM-DESTINO TO REL-DESTINO
            MOVE 'DESTINO NAO CADASTRADO' TO REL-DESCR-DESTINO
            IF WS-DST-DISPONIVEL EQUAL 'S'
                MOVE ARM-DESTINO TO DEST-CODIGO
                READ DESTINOS RECORD
                    KEY IS DEST-CODIGO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DEST-DESCRICAO TO REL-DESCR-DESTINO
                END-READ
            END-IF
            MOVE SPACES TO REG-SITUACAO-ARMARIOS
            WRITE REG-SITUACAO-ARMARIOS
            WRITE REG-SITUACAO-ARMARIOS FROM WS-LINHA-DESTINO.

      ****** OCUPACAO E FALTAS DE UM PRODUTO NO ARMARIO *****************
       2000-IMPRIMIR-ARMARIO.
            MOVE ARM-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE SPACES TO REL-NOME-PRODUTO
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                MOVE ARM-COD-PRODUTO TO COD-PRODUTO
                READ PRODUTOS RECORD
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        MOVE 'NAO CADASTRADO' TO REL-NOME-PRODUTO
                    NOT INVALID KEY
                        MOVE NOME-PRODUTO TO REL-NOME-PRODUTO
                END-READ
            END-IF
            MOVE ARM-QTD-MAXIMA TO REL-MAXIMA
            MOVE ARM-PONTO-PEDIDO TO REL-PONTO
            MOVE ARM-QTD-CONTADA TO REL-CONTADA
            MOVE ARM-DATA-CONTAGEM TO REL-DATA-CONTAGEM
            MOVE ZEROS TO WS-PCT-OCUPACAO
            IF ARM-QTD-MAXIMA > ZERO
                COMPUTE WS-PCT-OCUPACAO ROUNDED =
                    ARM-QTD-CONTADA * 100 / ARM-QTD-MAXIMA
                    ON SIZE ERROR
                        MOVE 99999 TO WS-PCT-OCUPACAO
                END-COMPUTE
            END-IF
            MOVE WS-PCT-OCUPACAO TO REL-PCT-OCUPACAO
            MOVE ARM-QTD-VAZIO TO REL-QTD-VAZIO
            MOVE ARM-QTD-CONTAGENS TO REL-QTD-CONTAGENS
            MOVE ZEROS TO WS-PCT-VAZIO
            IF ARM-QTD-CONTAGENS > ZERO
                COMPUTE WS-PCT-VAZIO ROUNDED =
                    ARM-QTD-VAZIO * 100 / ARM-QTD-CONTAGENS
            END-IF
            MOVE WS-PCT-VAZIO TO REL-PCT-VAZIO
            MOVE ARM-QTD-REPOSICOES TO REL-QTD-REPOSICOES
            EVALUATE TRUE
                WHEN ARM-DATA-CONTAGEM EQUAL ZEROS
                    MOVE ' SEM CONTAGEM' TO REL-MARCA
                    ADD 1 TO WS-SEM-CONTAGEM
                WHEN ARM-QTD-CONTADA EQUAL ZERO
                    MOVE ' ** VAZIO **' TO REL-MARCA
                    ADD 1 TO WS-VAZIOS
                WHEN ARM-QTD-CONTADA NOT GREATER THAN ARM-PONTO-PEDIDO
                    MOVE ' ABAIXO DO PONTO' TO REL-MARCA
                    ADD 1 TO WS-ABAIXO
                WHEN OTHER
                    MOVE SPACES TO REL-MARCA
            END-EVALUATE
            WRITE REG-SITUACAO-ARMARIOS FROM WS-LINHA-ARMARIO.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-ARMARIOS.
