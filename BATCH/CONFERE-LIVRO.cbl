      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CONFERENCIA NOTURNA DO LIVRO DE MOVIMENTOS: ORDENA O
      *          MOVIMENTO-ESTOQUE PELO MOV-NUMERO E LISTA TODO NUMERO
      *          DUPLICADO E TODA FALHA NA SERIE ATE O ULTIMO NUMERO
      *          DA SEQUENCIA MOVIMENTO EM CONTROLE-NUMERACAO. CADA
      *          FALHA E CLASSIFICADA: EXPLICADA QUANDO O NUMERO
      *          CONSTA DO DIARIO NUMERACAO-EMITIDA (FOI TIRADO E
      *          QUEIMADO), COM O PROGRAMA QUE ESTAVA RODANDO NA HORA
      *          SEGUNDO O CONTROLE-EXECUCAO E SE ELE CHEGOU AO FIM;
      *          SEM EXPLICACAO QUANDO O NUMERO NUNCA FOI EMITIDO -
      *          LINHA APAGADA DO LIVRO. DEPOIS CALCULA O SELO
      *          ENCADEADO DE CADA DIA FECHADO (OS REGISTROS DO DIA
      *          EM MOVIMENTO-ESTOQUE E PRODUTOS-LOG MAIS O SELO DO
      *          DIA ANTERIOR) E O GRAVA EM SELOS-DIARIOS, E RECALCULA
      *          OS SELOS JA GRAVADOS: DIA FECHADO QUE FOI MEXIDO
      *          DEPOIS DE SELADO NAO BATE MAIS. DIAS ANTERIORES AO
      *          ULTIMO CORTE DA RETENCAO NAO SAO RECALCULADOS (OS
      *          REGISTROS DELES FORAM PARA O ARQUIVO MORTO). FALHA SEM
      *          EXPLICACAO, DUPLICIDADE E SELO QUE NAO BATE VIRAM
      *          ALERTA CRITICO. RODA TODA NOITE NA CADEIA NOTURNA; O
      *          DIA SELADO E O ANTERIOR A CADEIA_DATA (OU A HOJE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-LIVRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MOVSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY SLOSEL.
           COPY RUNSEL.
           COPY ALRSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-livro.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY MOVFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY SLOFD.
           COPY RUNFD.
           COPY ALRFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-NUMERO           PIC 9(09).
           03 ORD-DATA             PIC 9(08).
           03 ORD-HORA             PIC 9(08).
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-TIPO             PIC X(01).
           03 ORD-OPERADOR         PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-SLO            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-DATA-PARAMETRO    PIC X(08).
       77 WS-DATA-BASE         PIC 9(08).
       77 WS-DATA-SELAR        PIC 9(08).
       77 WS-DATA-CORTE        PIC 9(08) VALUE ZERO.
       77 WS-DATA-DIA          PIC 9(08).
       77 WS-DATA-VESPERA      PIC 9(08).
       77 WS-ULTIMO-SELADO     PIC 9(08) VALUE ZERO.
       77 WS-PRIMEIRO-SELADO   PIC 9(08) VALUE ZERO.
       77 WS-INT-INICIO        PIC 9(07).
       77 WS-INT-FIM           PIC 9(07).
       77 WS-INT-CONFERE       PIC 9(07).
       77 WS-INT-DIA           PIC 9(07).
       77 WS-INT-SELAR-DE      PIC 9(07).
       77 WS-PRIMEIRO-DIA-ATIVO PIC 9(07) VALUE ZERO.
       77 WS-MAX-DIAS          PIC 9(04) VALUE 2000.
       77 WS-DIA-IND           PIC 9(04).
       77 WS-DIA-CONFERE       PIC 9(04).
       77 WS-PRIMO             PIC 9(09) VALUE 999999937.
       77 WS-BASE-HASH         PIC 9(03) VALUE 131.
       77 WS-REGISTRO          PIC X(200).
       77 WS-TAMANHO           PIC 9(03).
       77 WS-POS               PIC 9(03).
       77 WS-ACUM              PIC 9(09).
       77 WS-SELO              PIC 9(09).
       77 WS-SELO-ANTERIOR     PIC 9(09) VALUE ZERO.
       77 WS-MOV-LIDOS         PIC 9(09) VALUE ZERO.
       77 WS-LOG-LIDOS         PIC 9(09) VALUE ZERO.
       77 WS-NUMERADOS         PIC 9(09) VALUE ZERO.
       77 WS-PRIMEIRO-NUMERO   PIC 9(09) VALUE ZERO.
       77 WS-NUMERO-ANTERIOR   PIC 9(09) VALUE ZERO.
       77 WS-ULTIMO-EMITIDO    PIC 9(09) VALUE ZERO.
       77 WS-PRIMEIRA-EMISSAO  PIC 9(09) VALUE ZERO.
       77 WS-FALHA-DE          PIC 9(09).
       77 WS-FALHA-ATE         PIC 9(09).
       77 WS-NUMERO-FALHA      PIC 9(09).
       77 WS-MAX-FALHAS        PIC 9(04) VALUE 1000.
       77 WS-QTD-FALHAS        PIC 9(04) VALUE ZERO.
       77 WS-FAL-IND           PIC 9(04).
       77 WS-FAL-VARRE         PIC 9(04).
       77 WS-FALHAS-TOTAL      PIC 9(09) VALUE ZERO.
       77 WS-FALHAS-EXPLICADAS PIC 9(09) VALUE ZERO.
       77 WS-FALHAS-SEM-EXPLIC PIC 9(09) VALUE ZERO.
       77 WS-FALHAS-GRAVES     PIC 9(09) VALUE ZERO.
       77 WS-FALHAS-RESTANTES  PIC 9(09) VALUE ZERO.
       77 WS-DUPLICADOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-GRUPO         PIC 9(05).
       77 WS-ACIMA-DO-CONTROLE PIC X(01) VALUE 'N'.
       77 WS-SELOS-CONFERIDOS  PIC 9(05) VALUE ZERO.
       77 WS-SELOS-ALTERADOS   PIC 9(05) VALUE ZERO.
       77 WS-SELOS-GRAVADOS    PIC 9(05) VALUE ZERO.
       77 WS-QUEBRAS-CADEIA    PIC 9(05) VALUE ZERO.
       77 WS-ABE-IND           PIC 9(03).
       77 WS-ABE-ESCOLHIDA     PIC 9(03).
       77 WS-MAX-ABERTAS       PIC 9(03) VALUE 50.
       77 WS-INSTANTE-RUN      PIC 9(16).
       77 WS-INSTANTE-FALHA    PIC 9(16).
       77 WS-INSTANTE-MELHOR   PIC 9(16).
       77 WS-INSTANTE-ABERTA   PIC 9(16).
       77 WS-SITUACAO-FIM      PIC X(14).
       77 WS-QTD-EDITADA       PIC Z(8)9.
       77 WS-QTD-EDITADA-2     PIC Z(8)9.

       01 WS-ANTERIOR-ORDENADO.
           03 WS-ANT-DATA          PIC 9(08).
           03 WS-ANT-HORA          PIC 9(08).
           03 WS-ANT-COD-PRODUTO   PIC 9(06).
           03 WS-ANT-TIPO          PIC X(01).
           03 WS-ANT-OPERADOR      PIC X(20).

      ****** ACUMULADORES DE CADA DIA DA JANELA E SELO JA GRAVADO *******
       01 WS-DIAS.
           03 WS-DIA OCCURS 2000 TIMES.
               05 WS-DIA-HASH-MOV      PIC 9(09).
               05 WS-DIA-QTD-MOV       PIC 9(07).
               05 WS-DIA-HASH-LOG      PIC 9(09).
               05 WS-DIA-QTD-LOG       PIC 9(07).
               05 WS-DIA-SELADO        PIC X(01).
               05 WS-DIA-SELO          PIC 9(09).
               05 WS-DIA-SELO-ANTERIOR PIC 9(09).
               05 WS-DIA-SELO-QTD-MOV  PIC 9(07).
               05 WS-DIA-SELO-QTD-LOG  PIC 9(07).

      ****** NUMEROS QUE FALTAM NA SERIE, EM ORDEM CRESCENTE ************
       01 WS-FALHAS.
           03 WS-FALHA OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-QTD-FALHAS
                  ASCENDING KEY IS WS-FAL-NUMERO
                  INDEXED BY WS-FAL-IDX.
               05 WS-FAL-NUMERO        PIC 9(09).
               05 WS-FAL-EMITIDA       PIC X(01).
               05 WS-FAL-DATA          PIC 9(08).
               05 WS-FAL-HORA          PIC 9(08).
               05 WS-FAL-USUARIO       PIC X(20).
               05 WS-FAL-PROGRAMA      PIC X(20).
               05 WS-FAL-RUN-DATA      PIC 9(08).
               05 WS-FAL-RUN-HORA      PIC 9(08).
               05 WS-FAL-RUN-FIM       PIC X(02).

      ****** EXECUCOES DE LOTE COM INICIO E AINDA SEM FIM ***************
       01 WS-EXECUCOES-ABERTAS.
           03 WS-ABE OCCURS 50 TIMES.
               05 WS-ABE-PROGRAMA      PIC X(20).
               05 WS-ABE-DATA          PIC 9(08).
               05 WS-ABE-HORA          PIC 9(08).
               05 WS-ABE-FALHAS        PIC 9(04).

           COPY SEQWS.
           COPY RUNWS.
           COPY ALRWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- CONFERENCIA DO LIVRO DE MOVIMENTOS ---"
            MOVE 'CONFERE-LIVRO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            INITIALIZE WS-DIAS
            INITIALIZE WS-EXECUCOES-ABERTAS

            PERFORM 1000-DEFINIR-JANELA
            MOVE 'CONFERE-LIVRO' TO WS-SPL-PROGRAMA
            STRING 'DIAS FECHADOS ATE ' WS-DATA-SELAR
                DELIMITED BY SIZE INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9810-ABRIR-SPOOL
            MOVE 'CONFERENCIA DO LIVRO DE MOVIMENTOS' TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'DIAS FECHADOS ATE ' WS-DATA-SELAR
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 9812-IMPRIMIR-LINHA

            PERFORM 1500-CARREGAR-SELOS

            MOVE 'NUMERACAO DO LIVRO (MOV-NUMERO)' TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-NUMERO
                ON ASCENDING KEY ORD-DATA
                ON ASCENDING KEY ORD-HORA
                INPUT PROCEDURE IS 2000-LER-MOVIMENTOS
                OUTPUT PROCEDURE IS 2500-CONFERIR-NUMERACAO
            PERFORM 2800-CONFERIR-ULTIMO-EMITIDO
            PERFORM 3000-LER-LOG

            IF WS-QTD-FALHAS > ZERO
                PERFORM 4000-CLASSIFICAR-FALHAS
                PERFORM 4500-ATRIBUIR-PROGRAMAS
            END-IF
            PERFORM 5000-LISTAR-FALHAS

            PERFORM 6000-CONFERIR-SELOS
            PERFORM 7000-SELAR-DIAS
            PERFORM 8000-ENCERRAR

            PERFORM 9816-FECHAR-SPOOL
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-MOV-LIDOS TO WS-RUN-LIDOS
            MOVE WS-SELOS-GRAVADOS TO WS-RUN-GRAVADOS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** ULTIMO DIA FECHADO E JANELA DE DIAS RECALCULADOS ***********
       1000-DEFINIR-JANELA.
            MOVE SPACES TO WS-DATA-PARAMETRO
            ACCEPT WS-DATA-PARAMETRO FROM ENVIRONMENT 'CADEIA_DATA'
            IF WS-DATA-PARAMETRO NOT EQUAL SPACES AND
               WS-DATA-PARAMETRO IS NUMERIC
                MOVE WS-DATA-PARAMETRO TO WS-DATA-BASE
                DISPLAY 'DATA BASE VINDA DE CADEIA_DATA: '
                    WS-DATA-BASE
            ELSE
                ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
            END-IF
            COMPUTE WS-INT-FIM =
                FUNCTION INTEGER-OF-DATE(WS-DATA-BASE) - 1
            COMPUTE WS-DATA-SELAR = FUNCTION DATE-OF-INTEGER(WS-INT-FIM)
            COMPUTE WS-INT-INICIO = WS-INT-FIM - WS-MAX-DIAS + 1.

      ****** SELOS JA GRAVADOS, ENCADEAMENTO E ULTIMO CORTE *************
       1500-CARREGAR-SELOS.
            OPEN INPUT SELOS-DIARIOS
            IF WS-FS-SLO NOT EQUAL ZEROS
                DISPLAY 'NENHUM SELO GRAVADO AINDA'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ SELOS-DIARIOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SLO-E-CORTE AND SLO-DATA > WS-DATA-CORTE
                           MOVE SLO-DATA TO WS-DATA-CORTE
                       END-IF
                       IF SLO-E-SELO
                           PERFORM 1600-GUARDAR-SELO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE SELOS-DIARIOS
            END-IF
            MOVE WS-INT-INICIO TO WS-INT-CONFERE
            IF WS-DATA-CORTE > ZERO
                IF FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE) >
                   WS-INT-CONFERE
                    COMPUTE WS-INT-CONFERE =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE)
                END-IF
            END-IF.

      ****** UM SELO: TEM QUE APONTAR O SELO GRAVADO ANTES DELE *********
       1600-GUARDAR-SELO.
            IF SLO-SELO-ANTERIOR NOT EQUAL WS-SELO-ANTERIOR
                ADD 1 TO WS-QUEBRAS-CADEIA
                STRING 'SELO DE ' SLO-DATA ' APONTA O SELO ANTERIOR '
                    SLO-SELO-ANTERIOR ', MAS O SELO GRAVADO ANTES '
                    'DELE E ' WS-SELO-ANTERIOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            MOVE SLO-SELO TO WS-SELO-ANTERIOR
            IF WS-PRIMEIRO-SELADO EQUAL ZERO
                MOVE SLO-DATA TO WS-PRIMEIRO-SELADO
            END-IF
            IF SLO-DATA > WS-ULTIMO-SELADO
                MOVE SLO-DATA TO WS-ULTIMO-SELADO
            END-IF
            COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(SLO-DATA)
            IF WS-INT-DIA NOT < WS-INT-INICIO AND
               WS-INT-DIA NOT > WS-INT-FIM
                COMPUTE WS-DIA-IND = WS-INT-DIA - WS-INT-INICIO + 1
                MOVE 'S' TO WS-DIA-SELADO (WS-DIA-IND)
                MOVE SLO-SELO TO WS-DIA-SELO (WS-DIA-IND)
                MOVE SLO-SELO-ANTERIOR TO
                    WS-DIA-SELO-ANTERIOR (WS-DIA-IND)
                MOVE SLO-QTD-MOV TO WS-DIA-SELO-QTD-MOV (WS-DIA-IND)
                MOVE SLO-QTD-LOG TO WS-DIA-SELO-QTD-LOG (WS-DIA-IND)
            END-IF.

      ****** LE O LIVRO: ACUMULA O DIA E SOLTA OS NUMERADOS NO SORT *****
       2000-LER-MOVIMENTOS.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'MOVIMENTO-ESTOQUE AUSENTE, FILE STATUS '
                    WS-FS-MOV
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MOV-LIDOS
                       PERFORM 2100-ACUMULAR-MOVIMENTO
                       IF MOV-NUMERO IS NUMERIC AND
                          MOV-NUMERO > ZERO
                           PERFORM 2200-SOLTAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

       2100-ACUMULAR-MOVIMENTO.
            IF MOV-DATA IS NUMERIC AND MOV-DATA > 16010101
                COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(MOV-DATA)
                IF WS-INT-DIA NOT < WS-INT-INICIO AND
                   WS-INT-DIA NOT > WS-INT-FIM
                    COMPUTE WS-DIA-IND = WS-INT-DIA - WS-INT-INICIO + 1
                    MOVE REG-MOVIMENTO TO WS-REGISTRO
                    MOVE LENGTH OF REG-MOVIMENTO TO WS-TAMANHO
                    MOVE WS-DIA-HASH-MOV (WS-DIA-IND) TO WS-ACUM
                    PERFORM 2900-ACUMULAR-REGISTRO
                    MOVE WS-ACUM TO WS-DIA-HASH-MOV (WS-DIA-IND)
                    ADD 1 TO WS-DIA-QTD-MOV (WS-DIA-IND)
                    IF WS-PRIMEIRO-DIA-ATIVO EQUAL ZERO OR
                       WS-INT-DIA < WS-PRIMEIRO-DIA-ATIVO
                        MOVE WS-INT-DIA TO WS-PRIMEIRO-DIA-ATIVO
                    END-IF
                END-IF
            END-IF.

       2200-SOLTAR-MOVIMENTO.
            ADD 1 TO WS-NUMERADOS
            MOVE MOV-NUMERO TO ORD-NUMERO
            MOVE ZEROS TO ORD-DATA
            IF MOV-DATA IS NUMERIC
                MOVE MOV-DATA TO ORD-DATA
            END-IF
            MOVE ZEROS TO ORD-HORA
            IF MOV-HORA IS NUMERIC
                MOVE MOV-HORA TO ORD-HORA
            END-IF
            MOVE MOV-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE MOV-TIPO TO ORD-TIPO
            MOVE MOV-OPERADOR TO ORD-OPERADOR
            RELEASE REG-ORDENACAO.

      ****** SERIE EM ORDEM: DUPLICADOS E BURACOS ENTRE NUMEROS *********
       2500-CONFERIR-NUMERACAO.
            SET WS-EOF TO 0
            INITIALIZE WS-QTD-GRUPO
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ARQUIVO-ORDENACAO INTO REG-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-NUMERO-ANTERIOR EQUAL ZERO
                       MOVE ORD-NUMERO TO WS-PRIMEIRO-NUMERO
                   ELSE
                       IF ORD-NUMERO EQUAL WS-NUMERO-ANTERIOR
                           PERFORM 2600-LISTAR-DUPLICADO
                       ELSE
                           MOVE ZERO TO WS-QTD-GRUPO
                           IF ORD-NUMERO > WS-NUMERO-ANTERIOR + 1
                               COMPUTE WS-FALHA-DE =
                                   WS-NUMERO-ANTERIOR + 1
                               COMPUTE WS-FALHA-ATE = ORD-NUMERO - 1
                               PERFORM 2700-REGISTRAR-FALHA
                           END-IF
                       END-IF
                   END-IF
                   MOVE ORD-NUMERO TO WS-NUMERO-ANTERIOR
                   MOVE ORD-DATA TO WS-ANT-DATA
                   MOVE ORD-HORA TO WS-ANT-HORA
                   MOVE ORD-COD-PRODUTO TO WS-ANT-COD-PRODUTO
                   MOVE ORD-TIPO TO WS-ANT-TIPO
                   MOVE ORD-OPERADOR TO WS-ANT-OPERADOR
               END-RETURN
            END-PERFORM.

      ****** NUMERO QUE APARECE EM MAIS DE UMA LINHA DO LIVRO ***********
       2600-LISTAR-DUPLICADO.
            ADD 1 TO WS-QTD-GRUPO
            IF WS-QTD-GRUPO EQUAL 1
                ADD 1 TO WS-DUPLICADOS
                STRING 'DUPLICADO NR ' WS-NUMERO-ANTERIOR ' DATA '
                    WS-ANT-DATA ' HORA ' WS-ANT-HORA ' PRODUTO '
                    WS-ANT-COD-PRODUTO ' TIPO ' WS-ANT-TIPO ' '
                    WS-ANT-OPERADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            STRING '             ' ORD-NUMERO ' DATA ' ORD-DATA
                ' HORA ' ORD-HORA ' PRODUTO ' ORD-COD-PRODUTO
                ' TIPO ' ORD-TIPO ' ' ORD-OPERADOR
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** NUMEROS DE WS-FALHA-DE A WS-FALHA-ATE NA TABELA ************
       2700-REGISTRAR-FALHA.
            COMPUTE WS-FALHAS-TOTAL =
                WS-FALHAS-TOTAL + WS-FALHA-ATE - WS-FALHA-DE + 1
            PERFORM VARYING WS-NUMERO-FALHA FROM WS-FALHA-DE BY 1
                UNTIL WS-NUMERO-FALHA > WS-FALHA-ATE OR
                      WS-QTD-FALHAS EQUAL WS-MAX-FALHAS
                ADD 1 TO WS-QTD-FALHAS
                MOVE WS-NUMERO-FALHA TO WS-FAL-NUMERO (WS-QTD-FALHAS)
                MOVE 'N' TO WS-FAL-EMITIDA (WS-QTD-FALHAS)
                MOVE ZEROS TO WS-FAL-DATA (WS-QTD-FALHAS)
                MOVE ZEROS TO WS-FAL-HORA (WS-QTD-FALHAS)
                MOVE SPACES TO WS-FAL-USUARIO (WS-QTD-FALHAS)
                MOVE SPACES TO WS-FAL-PROGRAMA (WS-QTD-FALHAS)
                MOVE ZEROS TO WS-FAL-RUN-DATA (WS-QTD-FALHAS)
                MOVE ZEROS TO WS-FAL-RUN-HORA (WS-QTD-FALHAS)
                MOVE SPACES TO WS-FAL-RUN-FIM (WS-QTD-FALHAS)
            END-PERFORM.

      ****** NUMEROS TIRADOS DEPOIS DA ULTIMA LINHA DO LIVRO ************
       2800-CONFERIR-ULTIMO-EMITIDO.
            OPEN INPUT CONTROLE-NUMERACAO
            IF WS-FS-SEQ EQUAL ZEROS
                MOVE 'MOVIMENTO' TO SEQ-NOME
                READ CONTROLE-NUMERACAO RECORD
                    KEY IS SEQ-NOME
                    INVALID KEY
                        MOVE ZEROS TO WS-ULTIMO-EMITIDO
                    NOT INVALID KEY
                        MOVE SEQ-ULTIMO TO WS-ULTIMO-EMITIDO
                END-READ
                CLOSE CONTROLE-NUMERACAO
            END-IF
            IF WS-NUMERO-ANTERIOR > ZERO AND
               WS-ULTIMO-EMITIDO > WS-NUMERO-ANTERIOR
                COMPUTE WS-FALHA-DE = WS-NUMERO-ANTERIOR + 1
                MOVE WS-ULTIMO-EMITIDO TO WS-FALHA-ATE
                PERFORM 2700-REGISTRAR-FALHA
            END-IF
            IF WS-ULTIMO-EMITIDO < WS-NUMERO-ANTERIOR
                MOVE 'S' TO WS-ACIMA-DO-CONTROLE
                STRING 'LIVRO TEM O NUMERO ' WS-NUMERO-ANTERIOR
                    ', ACIMA DO ULTIMO EMITIDO PELA SEQUENCIA '
                    'MOVIMENTO (' WS-ULTIMO-EMITIDO ')'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

      ****** LE O LOG DE AUDITORIA E ACUMULA CADA DIA DA JANELA *********
       3000-LER-LOG.
            OPEN INPUT PRODUTOS-LOG
            IF WS-FS-LOG NOT EQUAL ZEROS
                DISPLAY 'PRODUTOS-LOG AUSENTE, FILE STATUS ' WS-FS-LOG
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-LIDOS
                       PERFORM 3100-ACUMULAR-LOG
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS-LOG
            END-IF.

       3100-ACUMULAR-LOG.
            IF LOG-DATA IS NUMERIC AND LOG-DATA > 16010101
                COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(LOG-DATA)
                IF WS-INT-DIA NOT < WS-INT-INICIO AND
                   WS-INT-DIA NOT > WS-INT-FIM
                    COMPUTE WS-DIA-IND = WS-INT-DIA - WS-INT-INICIO + 1
                    MOVE REG-LOG TO WS-REGISTRO
                    MOVE LENGTH OF REG-LOG TO WS-TAMANHO
                    MOVE WS-DIA-HASH-LOG (WS-DIA-IND) TO WS-ACUM
                    PERFORM 2900-ACUMULAR-REGISTRO
                    MOVE WS-ACUM TO WS-DIA-HASH-LOG (WS-DIA-IND)
                    ADD 1 TO WS-DIA-QTD-LOG (WS-DIA-IND)
                    IF WS-PRIMEIRO-DIA-ATIVO EQUAL ZERO OR
                       WS-INT-DIA < WS-PRIMEIRO-DIA-ATIVO
                        MOVE WS-INT-DIA TO WS-PRIMEIRO-DIA-ATIVO
                    END-IF
                END-IF
            END-IF.

      ****** ESPALHA O REGISTRO EM WS-REGISTRO NO ACUMULADOR DO DIA *****
       2900-ACUMULAR-REGISTRO.
            PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-TAMANHO
                COMPUTE WS-ACUM = FUNCTION MOD(WS-ACUM * WS-BASE-HASH
                    + FUNCTION ORD(WS-REGISTRO(WS-POS:1)), WS-PRIMO)
            END-PERFORM
            COMPUTE WS-ACUM =
                FUNCTION MOD(WS-ACUM * WS-BASE-HASH + 1, WS-PRIMO).

      ****** FALHA CUJO NUMERO CONSTA DO DIARIO DE EMISSAO **************
       4000-CLASSIFICAR-FALHAS.
            OPEN INPUT NUMERACAO-EMITIDA
            IF WS-FS-SQE NOT EQUAL ZEROS
                DISPLAY 'DIARIO NUMERACAO-EMITIDA AUSENTE, FILE STATUS '
                    WS-FS-SQE
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ NUMERACAO-EMITIDA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SQE-SEQUENCIA EQUAL 'MOVIMENTO' AND
                          SQE-NUMERO IS NUMERIC
                           IF WS-PRIMEIRA-EMISSAO EQUAL ZERO
                               MOVE SQE-NUMERO TO WS-PRIMEIRA-EMISSAO
                           END-IF
                           PERFORM 4100-MARCAR-EMITIDA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE NUMERACAO-EMITIDA
            END-IF.

       4100-MARCAR-EMITIDA.
            SEARCH ALL WS-FALHA
                AT END
                    CONTINUE
                WHEN WS-FAL-NUMERO (WS-FAL-IDX) EQUAL SQE-NUMERO
                    MOVE 'S' TO WS-FAL-EMITIDA (WS-FAL-IDX)
                    MOVE SQE-DATA TO WS-FAL-DATA (WS-FAL-IDX)
                    MOVE SQE-HORA TO WS-FAL-HORA (WS-FAL-IDX)
                    MOVE SQE-USUARIO TO WS-FAL-USUARIO (WS-FAL-IDX)
            END-SEARCH.

      ****** PROGRAMA DE LOTE QUE RODAVA QUANDO O NUMERO FOI TIRADO *****
       4500-ATRIBUIR-PROGRAMAS.
            MOVE 1 TO WS-FAL-IND
            OPEN INPUT CONTROLE-EXECUCAO
            IF WS-FS-RUN EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTROLE-EXECUCAO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RUN-DATA IS NUMERIC AND RUN-HORA IS NUMERIC
                           COMPUTE WS-INSTANTE-RUN =
                               RUN-DATA * 100000000 + RUN-HORA
                           PERFORM 4600-POSICIONAR-FALHAS
                           IF RUN-EVENTO EQUAL 'INICIO'
                               PERFORM 4700-ABRIR-EXECUCAO
                           END-IF
                           IF RUN-EVENTO EQUAL 'FIM'
                               PERFORM 4750-FECHAR-EXECUCAO
                           END-IF
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE CONTROLE-EXECUCAO
                MOVE 9999999999999999 TO WS-INSTANTE-RUN
                PERFORM 4600-POSICIONAR-FALHAS
            END-IF.

      ****** FALHAS EMITIDAS ANTES DO EVENTO LIDO PEGAM O PROGRAMA ******
       4600-POSICIONAR-FALHAS.
            PERFORM UNTIL WS-FAL-IND > WS-QTD-FALHAS
                IF WS-FAL-EMITIDA (WS-FAL-IND) EQUAL 'S'
                    COMPUTE WS-INSTANTE-FALHA =
                        WS-FAL-DATA (WS-FAL-IND) * 100000000 +
                        WS-FAL-HORA (WS-FAL-IND)
                    IF WS-INSTANTE-FALHA NOT < WS-INSTANTE-RUN
                        EXIT PERFORM
                    END-IF
                    PERFORM 4650-ATRIBUIR-FALHA
                END-IF
                ADD 1 TO WS-FAL-IND
            END-PERFORM.

      ****** A EXECUCAO ABERTA MAIS RECENTE, DO DIA OU DA VESPERA *******
       4650-ATRIBUIR-FALHA.
            COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-FAL-DATA (WS-FAL-IND)) - 1)
            MOVE ZERO TO WS-ABE-ESCOLHIDA
            MOVE ZERO TO WS-INSTANTE-MELHOR
            PERFORM VARYING WS-ABE-IND FROM 1 BY 1
                UNTIL WS-ABE-IND > WS-MAX-ABERTAS
                IF WS-ABE-PROGRAMA (WS-ABE-IND) NOT EQUAL SPACES AND
                   WS-ABE-DATA (WS-ABE-IND) NOT < WS-DATA-VESPERA
                    COMPUTE WS-INSTANTE-ABERTA =
                        WS-ABE-DATA (WS-ABE-IND) * 100000000 +
                        WS-ABE-HORA (WS-ABE-IND)
                    IF WS-INSTANTE-ABERTA > WS-INSTANTE-MELHOR
                        MOVE WS-INSTANTE-ABERTA TO WS-INSTANTE-MELHOR
                        MOVE WS-ABE-IND TO WS-ABE-ESCOLHIDA
                    END-IF
                END-IF
            END-PERFORM
            IF WS-ABE-ESCOLHIDA > ZERO
                MOVE WS-ABE-PROGRAMA (WS-ABE-ESCOLHIDA) TO
                    WS-FAL-PROGRAMA (WS-FAL-IND)
                MOVE WS-ABE-DATA (WS-ABE-ESCOLHIDA) TO
                    WS-FAL-RUN-DATA (WS-FAL-IND)
                MOVE WS-ABE-HORA (WS-ABE-ESCOLHIDA) TO
                    WS-FAL-RUN-HORA (WS-FAL-IND)
                ADD 1 TO WS-ABE-FALHAS (WS-ABE-ESCOLHIDA)
            END-IF.

      ****** INICIO: A EXECUCAO PASSA A ESTAR ABERTA ********************
       4700-ABRIR-EXECUCAO.
            MOVE ZERO TO WS-ABE-ESCOLHIDA
            PERFORM VARYING WS-ABE-IND FROM 1 BY 1
                UNTIL WS-ABE-IND > WS-MAX-ABERTAS OR
                      WS-ABE-ESCOLHIDA > ZERO
                IF WS-ABE-PROGRAMA (WS-ABE-IND) EQUAL RUN-PROGRAMA
                    MOVE WS-ABE-IND TO WS-ABE-ESCOLHIDA
                END-IF
            END-PERFORM
            PERFORM VARYING WS-ABE-IND FROM 1 BY 1
                UNTIL WS-ABE-IND > WS-MAX-ABERTAS OR
                      WS-ABE-ESCOLHIDA > ZERO
                IF WS-ABE-PROGRAMA (WS-ABE-IND) EQUAL SPACES
                    MOVE WS-ABE-IND TO WS-ABE-ESCOLHIDA
                END-IF
            END-PERFORM
            IF WS-ABE-ESCOLHIDA > ZERO
                MOVE RUN-PROGRAMA TO WS-ABE-PROGRAMA (WS-ABE-ESCOLHIDA)
                MOVE RUN-DATA TO WS-ABE-DATA (WS-ABE-ESCOLHIDA)
                MOVE RUN-HORA TO WS-ABE-HORA (WS-ABE-ESCOLHIDA)
                MOVE ZERO TO WS-ABE-FALHAS (WS-ABE-ESCOLHIDA)
            END-IF.

      ****** FIM: ANOTA O STATUS NAS FALHAS DAQUELA EXECUCAO ************
       4750-FECHAR-EXECUCAO.
            MOVE ZERO TO WS-ABE-ESCOLHIDA
            PERFORM VARYING WS-ABE-IND FROM 1 BY 1
                UNTIL WS-ABE-IND > WS-MAX-ABERTAS OR
                      WS-ABE-ESCOLHIDA > ZERO
                IF WS-ABE-PROGRAMA (WS-ABE-IND) EQUAL RUN-PROGRAMA
                    MOVE WS-ABE-IND TO WS-ABE-ESCOLHIDA
                END-IF
            END-PERFORM
            IF WS-ABE-ESCOLHIDA > ZERO
                IF WS-ABE-FALHAS (WS-ABE-ESCOLHIDA) > ZERO
                    PERFORM VARYING WS-FAL-VARRE FROM 1 BY 1
                        UNTIL WS-FAL-VARRE NOT < WS-FAL-IND
                        IF WS-FAL-PROGRAMA (WS-FAL-VARRE) EQUAL
                           RUN-PROGRAMA AND
                           WS-FAL-RUN-DATA (WS-FAL-VARRE) EQUAL
                           WS-ABE-DATA (WS-ABE-ESCOLHIDA) AND
                           WS-FAL-RUN-HORA (WS-FAL-VARRE) EQUAL
                           WS-ABE-HORA (WS-ABE-ESCOLHIDA)
                            MOVE RUN-FILE-STATUS TO
                                WS-FAL-RUN-FIM (WS-FAL-VARRE)
                        END-IF
                    END-PERFORM
                END-IF
                MOVE SPACES TO WS-ABE-PROGRAMA (WS-ABE-ESCOLHIDA)
            END-IF.

      ****** UMA LINHA POR NUMERO QUE FALTA, COM A CLASSIFICACAO ********
       5000-LISTAR-FALHAS.
            PERFORM VARYING WS-FAL-IND FROM 1 BY 1
                UNTIL WS-FAL-IND > WS-QTD-FALHAS
                IF WS-FAL-EMITIDA (WS-FAL-IND) EQUAL 'S'
                    PERFORM 5100-LISTAR-EXPLICADA
                ELSE
                    PERFORM 5200-LISTAR-SEM-EXPLICACAO
                END-IF
            END-PERFORM
            COMPUTE WS-FALHAS-RESTANTES =
                WS-FALHAS-TOTAL - WS-QTD-FALHAS
            IF WS-FALHAS-RESTANTES > ZERO
                ADD WS-FALHAS-RESTANTES TO WS-FALHAS-SEM-EXPLIC
                ADD WS-FALHAS-RESTANTES TO WS-FALHAS-GRAVES
                MOVE WS-FALHAS-RESTANTES TO WS-QTD-EDITADA
                STRING 'MAIS ' WS-QTD-EDITADA ' NUMEROS FALTANTES '
                    'ALEM DO LIMITE DE ' WS-MAX-FALHAS
                    ', NAO DETALHADOS NEM CLASSIFICADOS'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            IF WS-FALHAS-TOTAL EQUAL ZERO AND WS-DUPLICADOS EQUAL ZERO
                IF WS-NUMERADOS EQUAL ZERO
                    MOVE 'NENHUM LANCAMENTO NUMERADO NO LIVRO' TO
                        WS-SPL-LINHA
                ELSE
                    STRING 'NUMERACAO CONTINUA DE ' WS-PRIMEIRO-NUMERO
                        ' A ' WS-NUMERO-ANTERIOR
                        ', SEM FALHAS NEM DUPLICADOS'
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                END-IF
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            PERFORM 9812-IMPRIMIR-LINHA.

       5100-LISTAR-EXPLICADA.
            ADD 1 TO WS-FALHAS-EXPLICADAS
            STRING 'FALHA NR ' WS-FAL-NUMERO (WS-FAL-IND)
                ' EXPLICADA: NUMERO TIRADO EM ' WS-FAL-DATA (WS-FAL-IND)
                ' ' WS-FAL-HORA (WS-FAL-IND) ' POR '
                DELIMITED BY SIZE
                WS-FAL-USUARIO (WS-FAL-IND) DELIMITED BY '  '
                ' E NUNCA GRAVADO' DELIMITED BY SIZE
                INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-FAL-PROGRAMA (WS-FAL-IND) EQUAL SPACES
                STRING '             SEM EXECUCAO DE LOTE NA HORA '
                    '(FUNCAO ONLINE)'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
            ELSE
                IF WS-FAL-RUN-FIM (WS-FAL-IND) EQUAL SPACES
                    MOVE 'SEM FIM' TO WS-SITUACAO-FIM
                ELSE
                    MOVE SPACES TO WS-SITUACAO-FIM
                    STRING 'FIM STATUS ' WS-FAL-RUN-FIM (WS-FAL-IND)
                        DELIMITED BY SIZE INTO WS-SITUACAO-FIM
                    END-STRING
                END-IF
                STRING '             PROGRAMA '
                    WS-FAL-PROGRAMA (WS-FAL-IND) ' EXECUCAO DE '
                    WS-FAL-RUN-DATA (WS-FAL-IND) ' '
                    WS-FAL-RUN-HORA (WS-FAL-IND) ', ' WS-SITUACAO-FIM
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
            END-IF
            PERFORM 9812-IMPRIMIR-LINHA.

       5200-LISTAR-SEM-EXPLICACAO.
            ADD 1 TO WS-FALHAS-SEM-EXPLIC
            IF WS-PRIMEIRA-EMISSAO > ZERO AND
               WS-FAL-NUMERO (WS-FAL-IND) > WS-PRIMEIRA-EMISSAO
                ADD 1 TO WS-FALHAS-GRAVES
                STRING 'FALHA NR ' WS-FAL-NUMERO (WS-FAL-IND)
                    ' SEM EXPLICACAO: NUMERO NUNCA EMITIDO OU LINHA '
                    'APAGADA DO LIVRO'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
            ELSE
                STRING 'FALHA NR ' WS-FAL-NUMERO (WS-FAL-IND)
                    ' SEM EXPLICACAO: ANTERIOR AO DIARIO DE EMISSAO'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
            END-IF
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** RECALCULA OS SELOS GRAVADOS DESDE O ULTIMO CORTE ***********
       6000-CONFERIR-SELOS.
            MOVE 'SELOS DIARIOS' TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-DATA-CORTE > ZERO
                STRING 'ULTIMO CORTE DA RETENCAO: ' WS-DATA-CORTE
                    ' (DIAS ANTERIORES NAO SAO RECALCULADOS)'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            COMPUTE WS-DIA-CONFERE = WS-INT-CONFERE - WS-INT-INICIO + 1
            PERFORM 6100-CONFERIR-DIA
                VARYING WS-DIA-IND FROM WS-DIA-CONFERE BY 1
                UNTIL WS-DIA-IND > WS-MAX-DIAS
            MOVE WS-SELOS-CONFERIDOS TO WS-QTD-EDITADA
            MOVE WS-SELOS-ALTERADOS TO WS-QTD-EDITADA-2
            STRING 'SELOS RECALCULADOS: ' WS-QTD-EDITADA
                '   DIAS ALTERADOS DEPOIS DE SELADOS: ' WS-QTD-EDITADA-2
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

       6100-CONFERIR-DIA.
            IF WS-DIA-SELADO (WS-DIA-IND) EQUAL 'S'
                ADD 1 TO WS-SELOS-CONFERIDOS
                MOVE WS-DIA-SELO-ANTERIOR (WS-DIA-IND) TO WS-SELO
                PERFORM 6500-CALCULAR-SELO
                IF WS-SELO NOT EQUAL WS-DIA-SELO (WS-DIA-IND)
                    ADD 1 TO WS-SELOS-ALTERADOS
                    STRING 'DIA ' WS-DATA-DIA ' ALTERADO DEPOIS DE '
                        'SELADO: MOVIMENTOS '
                        WS-DIA-SELO-QTD-MOV (WS-DIA-IND) ' NO SELO, '
                        WS-DIA-QTD-MOV (WS-DIA-IND) ' HOJE; LOG '
                        WS-DIA-SELO-QTD-LOG (WS-DIA-IND) ' NO SELO, '
                        WS-DIA-QTD-LOG (WS-DIA-IND) ' HOJE'
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
                    MOVE 'CRITICO' TO WS-ALR-SEVERIDADE
                    MOVE 'CONFERE-LIVRO' TO WS-ALR-PROGRAMA
                    MOVE SPACES TO WS-ALR-CHAVE
                    STRING 'DIA ' WS-DATA-DIA
                        DELIMITED BY SIZE INTO WS-ALR-CHAVE
                    END-STRING
                    MOVE 'LIVRO DO DIA ALTERADO DEPOIS DE SELADO' TO
                        WS-ALR-MENSAGEM
                    PERFORM 9870-GRAVAR-ALERTA
                END-IF
            END-IF.

      ****** SELO DO DIA WS-DIA-IND A PARTIR DO SELO EM WS-SELO *********
       6500-CALCULAR-SELO.
            COMPUTE WS-DATA-DIA = FUNCTION DATE-OF-INTEGER(
                WS-INT-INICIO + WS-DIA-IND - 1)
            COMPUTE WS-SELO = FUNCTION MOD(WS-SELO * WS-BASE-HASH
                + WS-DATA-DIA, WS-PRIMO)
            COMPUTE WS-SELO = FUNCTION MOD(WS-SELO * WS-BASE-HASH
                + WS-DIA-HASH-MOV (WS-DIA-IND), WS-PRIMO)
            COMPUTE WS-SELO = FUNCTION MOD(WS-SELO * WS-BASE-HASH
                + WS-DIA-QTD-MOV (WS-DIA-IND), WS-PRIMO)
            COMPUTE WS-SELO = FUNCTION MOD(WS-SELO * WS-BASE-HASH
                + WS-DIA-HASH-LOG (WS-DIA-IND), WS-PRIMO)
            COMPUTE WS-SELO = FUNCTION MOD(WS-SELO * WS-BASE-HASH
                + WS-DIA-QTD-LOG (WS-DIA-IND), WS-PRIMO).

      ****** SELA OS DIAS FECHADOS AINDA SEM SELO, EM ORDEM *************
       7000-SELAR-DIAS.
            IF WS-ULTIMO-SELADO > ZERO
                COMPUTE WS-INT-SELAR-DE =
                    FUNCTION INTEGER-OF-DATE(WS-ULTIMO-SELADO) + 1
            ELSE
                IF WS-PRIMEIRO-DIA-ATIVO > ZERO
                    MOVE WS-PRIMEIRO-DIA-ATIVO TO WS-INT-SELAR-DE
                ELSE
                    MOVE WS-INT-FIM TO WS-INT-SELAR-DE
                END-IF
            END-IF
            IF WS-INT-SELAR-DE < WS-INT-CONFERE
                MOVE WS-INT-CONFERE TO WS-INT-SELAR-DE
            END-IF
            IF WS-INT-SELAR-DE > WS-INT-FIM
                MOVE 'NENHUM DIA FECHADO NOVO A SELAR' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                PERFORM 7050-GRAVAR-SELOS
            END-IF.

      ****** GRAVA OS SELOS A PARTIR DO PRIMEIRO DIA AINDA SEM SELO *****
       7050-GRAVAR-SELOS.
            OPEN EXTEND SELOS-DIARIOS
            IF WS-FS-SLO EQUAL 35
                OPEN OUTPUT SELOS-DIARIOS
            END-IF
            IF WS-FS-SLO NOT EQUAL ZEROS
                STRING 'SELOS-DIARIOS NAO PODE SER GRAVADO, FILE '
                    'STATUS ' WS-FS-SLO
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                MOVE WS-FS-SLO TO WS-RUN-STATUS
            ELSE
                COMPUTE WS-DIA-IND = WS-INT-SELAR-DE - WS-INT-INICIO + 1
                PERFORM 7100-SELAR-DIA
                    VARYING WS-DIA-IND FROM WS-DIA-IND BY 1
                    UNTIL WS-DIA-IND > WS-MAX-DIAS
                CLOSE SELOS-DIARIOS
                MOVE WS-SELOS-GRAVADOS TO WS-QTD-EDITADA
                COMPUTE WS-DATA-DIA =
                    FUNCTION DATE-OF-INTEGER(WS-INT-SELAR-DE)
                STRING 'DIAS SELADOS NESTA NOITE: ' WS-QTD-EDITADA
                    ' (DE ' WS-DATA-DIA ' A ' WS-DATA-SELAR
                    '), ULTIMO SELO '
                    WS-SELO-ANTERIOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

       7100-SELAR-DIA.
            MOVE WS-SELO-ANTERIOR TO WS-SELO
            PERFORM 6500-CALCULAR-SELO
            MOVE SPACES TO REG-SELO
            SET SLO-E-SELO TO TRUE
            MOVE WS-DATA-DIA TO SLO-DATA
            MOVE WS-SELO TO SLO-SELO
            MOVE WS-SELO-ANTERIOR TO SLO-SELO-ANTERIOR
            MOVE WS-DIA-QTD-MOV (WS-DIA-IND) TO SLO-QTD-MOV
            MOVE WS-DIA-QTD-LOG (WS-DIA-IND) TO SLO-QTD-LOG
            ACCEPT SLO-DATA-GRAVACAO FROM DATE YYYYMMDD
            ACCEPT SLO-HORA-GRAVACAO FROM TIME
            WRITE REG-SELO
            IF WS-FS-SLO EQUAL ZEROS
                ADD 1 TO WS-SELOS-GRAVADOS
                MOVE WS-SELO TO WS-SELO-ANTERIOR
            ELSE
                MOVE WS-FS-SLO TO WS-RUN-STATUS
            END-IF.

      ****** TOTAIS DA NOITE E ALERTAS DA CONFERENCIA *******************
       8000-ENCERRAR.
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-MOV-LIDOS TO WS-QTD-EDITADA
            STRING 'LINHAS DO LIVRO LIDAS.........: ' WS-QTD-EDITADA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-LOG-LIDOS TO WS-QTD-EDITADA
            STRING 'REGISTROS DE LOG LIDOS........: ' WS-QTD-EDITADA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-DUPLICADOS TO WS-QTD-EDITADA
            STRING 'NUMEROS DUPLICADOS............: ' WS-QTD-EDITADA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FALHAS-EXPLICADAS TO WS-QTD-EDITADA
            STRING 'FALHAS EXPLICADAS.............: ' WS-QTD-EDITADA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FALHAS-SEM-EXPLIC TO WS-QTD-EDITADA
            STRING 'FALHAS SEM EXPLICACAO.........: ' WS-QTD-EDITADA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-QUEBRAS-CADEIA TO WS-QTD-EDITADA
            STRING 'QUEBRAS NO ENCADEAMENTO.......: ' WS-QTD-EDITADA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA

            MOVE 'CRITICO' TO WS-ALR-SEVERIDADE
            MOVE 'CONFERE-LIVRO' TO WS-ALR-PROGRAMA
            MOVE 'MOV-NUMERO' TO WS-ALR-CHAVE
            IF WS-FALHAS-GRAVES > ZERO
                MOVE WS-FALHAS-GRAVES TO WS-QTD-EDITADA
                MOVE SPACES TO WS-ALR-MENSAGEM
                STRING FUNCTION TRIM(WS-QTD-EDITADA)
                    ' FALHAS SEM EXPLICACAO NA NUMERACAO DO LIVRO'
                    DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
                END-STRING
                PERFORM 9870-GRAVAR-ALERTA
            END-IF
            IF WS-DUPLICADOS > ZERO
                MOVE WS-DUPLICADOS TO WS-QTD-EDITADA
                MOVE SPACES TO WS-ALR-MENSAGEM
                STRING FUNCTION TRIM(WS-QTD-EDITADA)
                    ' NUMEROS DUPLICADOS NO LIVRO'
                    DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
                END-STRING
                PERFORM 9870-GRAVAR-ALERTA
            END-IF
            IF WS-ACIMA-DO-CONTROLE EQUAL 'S'
                MOVE 'LIVRO COM NUMERO ACIMA DO CONTROLE-NUMERACAO' TO
                    WS-ALR-MENSAGEM
                PERFORM 9870-GRAVAR-ALERTA
            END-IF
            IF WS-QUEBRAS-CADEIA > ZERO
                MOVE 'SELOS-DIARIOS' TO WS-ALR-CHAVE
                MOVE 'ENCADEAMENTO DOS SELOS DIARIOS QUEBRADO' TO
                    WS-ALR-MENSAGEM
                PERFORM 9870-GRAVAR-ALERTA
            END-IF.

           COPY RUNGRV.
           COPY ALRGRV.
           COPY SPLGRV.
       END PROGRAM CONFERE-LIVRO.
