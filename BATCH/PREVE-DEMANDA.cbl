      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: PREVISAO SAZONAL DO CONSUMO DOS 6 MESES SEGUINTES AO
      *          MES FECHADO (CONSUMO_MES, PADRAO O MES CORRENTE), POR
      *          PRODUTO ATIVO, A PARTIR DO HISTORICO CONSUMO-MENSAL:
      *          NIVEL = MEDIA MENSAL DOS ULTIMOS 12 MESES; INDICE DO
      *          MES DO CALENDARIO = MEDIA DAQUELE MES NO HISTORICO
      *          SOBRE A MEDIA DE TODOS OS MESES (SO COM 24 MESES OU
      *          MAIS DE HISTORICO, SENAO 1,00); PREVISTO = NIVEL
      *          VEZES INDICE. O HISTORICO DO PRODUTO COMECA NO
      *          PRIMEIRO MES COM CONSUMO REGISTRADO. GRAVA
      *          PREVISAO-DEMANDA, TIRA AS PREVISOES DE MAIS DE 36
      *          MESES E LISTA O PREVISTO EM rel-previsao-demanda.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVE-DEMANDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY CNMSEL.
           COPY PRVSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT PREVISAO-RELATORIO ASSIGN TO
           'C:\ARQUIVOS\rel-previsao-demanda.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY CNMFD.
           COPY PRVFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD PREVISAO-RELATORIO.
       01 REG-REL-PREVISAO         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-CNM            PIC 99.
       77 WS-FS-PRV            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-HIST          PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-PREVISTOS         PIC 9(05).
       77 WS-SEM-HISTORICO     PIC 9(05).
       77 WS-SAZONAIS          PIC 9(05).
       77 WS-REMOVIDOS         PIC 9(07).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-TXT           PIC X(06).
       77 WS-MES-BASE          PIC 9(06).
       77 WS-MES-LIMITE        PIC 9(06).
       77 WS-MES-SERIAL        PIC 9(06).
       77 WS-SERIAL-BASE       PIC 9(06).
       77 WS-SERIAL-INICIO     PIC 9(06).
       77 WS-IND               PIC 9(02).
       77 WS-IND-MES           PIC 9(02).
       77 WS-PRIMEIRO-MES      PIC 9(02).
       77 WS-MESES-HIST        PIC 9(02).
       77 WS-MESES-NIVEL       PIC 9(02).
       77 WS-SOMA-NIVEL        PIC 9(11).
       77 WS-SOMA-TOTAL        PIC 9(11).
       77 WS-NIVEL             PIC 9(09)V99.
       77 WS-MEDIA-GERAL       PIC 9(09)V9999.
       77 WS-MEDIA-MES         PIC 9(09)V9999.
       77 WS-INDICE-CALC       PIC 9(05)V99.
       77 WS-QTD-PREVISTA      PIC 9(09).
       77 WS-HORIZONTE         PIC 9(01).

       01 WS-ANO-MES               PIC 9(06).
       01 WS-ANO-MES-PARTES REDEFINES WS-ANO-MES.
           03 WS-AM-ANO            PIC 9(04).
           03 WS-AM-MES            PIC 9(02).

       01 WS-HISTORICO.
           03 WS-HIST-CONSUMO      PIC 9(09) OCCURS 36 TIMES.

       01 WS-SAZONALIDADE.
           03 WS-SAZ OCCURS 12 TIMES.
               05 WS-SAZ-SOMA      PIC 9(11).
               05 WS-SAZ-MESES     PIC 9(02).
               05 WS-SAZ-INDICE    PIC 9(02)V99.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(40)
              VALUE 'PREVISAO SAZONAL DE CONSUMO - MES BASE '.
           03 REL-MES-BASE         PIC 9(06).
           03 FILLER               PIC X(13) VALUE ' - GERADA EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(65) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 REL-CAB-ROTULO       PIC X(41).
           03 REL-CAB-MES OCCURS 6 TIMES.
               05 FILLER           PIC X(04).
               05 REL-CAB-ANO      PIC 9(04).
               05 REL-CAB-BARRA    PIC X(01).
               05 REL-CAB-NUM-MES  PIC 9(02).
           03 FILLER               PIC X(25).

       01 WS-LINHA-PRODUTO.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01).
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(01).
           03 REL-NIVEL            PIC ZZZZZZZZ9.
           03 FILLER               PIC X(01).
           03 REL-MESES-HIST       PIC ZZ9.
           03 REL-PREV OCCURS 6 TIMES.
               05 FILLER           PIC X(02).
               05 REL-QTD-PREVISTA PIC ZZZZZZZZ9.
           03 FILLER               PIC X(02).
           03 REL-OBSERVACAO       PIC X(23).

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- PREVISAO SAZONAL DE CONSUMO --------"
            MOVE 'PREVE-DEMANDA' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-PREVISTOS
            INITIALIZE WS-SEM-HISTORICO
            INITIALIZE WS-SAZONAIS
            INITIALIZE WS-REMOVIDOS
            PERFORM 0400-OBTER-PARAMETROS

            OPEN INPUT CONSUMO-MENSAL
            IF WS-FS-CNM NOT EQUAL ZEROS
                DISPLAY 'HISTORICO DE CONSUMO MENSAL AUSENTE - STATUS '
                    WS-FS-CNM
                MOVE 'FIM' TO WS-RUN-EVENTO
                MOVE WS-FS-CNM TO WS-RUN-STATUS
                PERFORM 9850-GRAVAR-EXECUCAO
                GOBACK
            END-IF
            OPEN I-O PREVISAO-DEMANDA
            IF WS-FS-PRV EQUAL 35
                OPEN OUTPUT PREVISAO-DEMANDA
                CLOSE PREVISAO-DEMANDA
                OPEN I-O PREVISAO-DEMANDA
            END-IF
            PERFORM 1000-LIMPAR-PREVISOES
            OPEN INPUT PRODUTOS
            OPEN OUTPUT PREVISAO-RELATORIO
            PERFORM 1500-CABECALHO

            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS INTO WS-PRODUTO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-ATIVO
                       ADD 1 TO WS-CONTADOR
                       PERFORM 2000-PREVER-PRODUTO
                   END-IF
               END-READ
            END-PERFORM

            CLOSE PREVISAO-RELATORIO
            MOVE 'PREVE-DEMANDA' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-previsao-demanda.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE PRODUTOS
            CLOSE PREVISAO-DEMANDA
            CLOSE CONSUMO-MENSAL

            DISPLAY ' '
            DISPLAY 'PRODUTOS ATIVOS: ' WS-CONTADOR
            DISPLAY 'PRODUTOS PREVISTOS: ' WS-PREVISTOS
            DISPLAY '  COM INDICE SAZONAL: ' WS-SAZONAIS
            DISPLAY 'SEM HISTORICO DE CONSUMO: ' WS-SEM-HISTORICO
            DISPLAY 'PREVISOES ANTIGAS REMOVIDAS: ' WS-REMOVIDOS
            DISPLAY 'RELATORIO GRAVADO: rel-previsao-demanda.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-PREVISTOS TO WS-RUN-GRAVADOS
            MOVE WS-FS-PRV TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES BASE VINDO DO AMBIENTE E JANELA DE 36 MESES ************
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-BASE
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'CONSUMO_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-BASE
            END-IF
            MOVE WS-MES-BASE TO WS-ANO-MES
            COMPUTE WS-SERIAL-BASE = WS-AM-ANO * 12 + WS-AM-MES - 1
            COMPUTE WS-SERIAL-INICIO = WS-SERIAL-BASE - 35
            MOVE WS-SERIAL-INICIO TO WS-MES-SERIAL
            PERFORM 0550-SERIAL-PARA-MES
            MOVE WS-ANO-MES TO WS-MES-LIMITE.

      ****** CONTAGEM DE MESES DE VOLTA PARA AAAAMM *********************
       0550-SERIAL-PARA-MES.
            DIVIDE WS-MES-SERIAL BY 12 GIVING WS-AM-ANO
                REMAINDER WS-AM-MES
            ADD 1 TO WS-AM-MES.

      ****** TIRA AS PREVISOES DE MESES COM MAIS DE 36 MESES ************
       1000-LIMPAR-PREVISOES.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PREVISAO-DEMANDA NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF PRV-ANO-MES < WS-MES-LIMITE
                       DELETE PREVISAO-DEMANDA RECORD
                       ADD 1 TO WS-REMOVIDOS
                   END-IF
               END-READ
            END-PERFORM.

      ****** TITULO E MESES PREVISTOS NO TOPO DO RELATORIO **************
       1500-CABECALHO.
            MOVE WS-MES-BASE TO REL-MES-BASE
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-REL-PREVISAO FROM WS-LINHA-TITULO
            WRITE REG-REL-PREVISAO FROM WS-LINHA-SEPARADOR
            MOVE SPACES TO WS-LINHA-CABECALHO
            MOVE 'CODIGO PRODUTO                  NIVEL HIS' TO
                REL-CAB-ROTULO
            PERFORM VARYING WS-HORIZONTE FROM 1 BY 1
                    UNTIL WS-HORIZONTE > 6
                COMPUTE WS-MES-SERIAL = WS-SERIAL-BASE + WS-HORIZONTE
                PERFORM 0550-SERIAL-PARA-MES
                MOVE WS-AM-ANO TO REL-CAB-ANO (WS-HORIZONTE)
                MOVE '/' TO REL-CAB-BARRA (WS-HORIZONTE)
                MOVE WS-AM-MES TO REL-CAB-NUM-MES (WS-HORIZONTE)
            END-PERFORM
            WRITE REG-REL-PREVISAO FROM WS-LINHA-CABECALHO
            WRITE REG-REL-PREVISAO FROM WS-LINHA-SEPARADOR.

      ****** NIVEL, INDICES E OS 6 MESES PREVISTOS DE UM PRODUTO ********
       2000-PREVER-PRODUTO.
            PERFORM 2100-CARREGAR-HISTORICO
            IF WS-PRIMEIRO-MES EQUAL ZERO
                ADD 1 TO WS-SEM-HISTORICO
            ELSE
                COMPUTE WS-MESES-HIST = 36 - WS-PRIMEIRO-MES + 1
                PERFORM 2200-CALCULAR-NIVEL
                PERFORM 2300-CALCULAR-INDICES
                PERFORM 2400-GRAVAR-PREVISOES
                ADD 1 TO WS-PREVISTOS
            END-IF.

      ****** 36 MESES DO PRODUTO NA TABELA, DO MAIS ANTIGO AO BASE ******
       2100-CARREGAR-HISTORICO.
            INITIALIZE WS-HISTORICO
            MOVE ZERO TO WS-PRIMEIRO-MES
            MOVE WS-COD-PRODUTO TO CNM-COD-PRODUTO
            MOVE WS-MES-LIMITE TO CNM-ANO-MES
            START CONSUMO-MENSAL KEY IS NOT LESS THAN CNM-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-HIST
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF-HIST
            END-START
            PERFORM UNTIL WS-EOF-HIST EQUAL 1
               READ CONSUMO-MENSAL NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-HIST
               NOT AT END
                   IF CNM-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO OR
                      CNM-ANO-MES > WS-MES-BASE
                       MOVE 1 TO WS-EOF-HIST
                   ELSE
                       MOVE CNM-ANO-MES TO WS-ANO-MES
                       COMPUTE WS-IND = WS-AM-ANO * 12 + WS-AM-MES
                           - WS-SERIAL-INICIO
                       MOVE CNM-CONSUMO TO WS-HIST-CONSUMO (WS-IND)
                       IF WS-PRIMEIRO-MES EQUAL ZERO
                           MOVE WS-IND TO WS-PRIMEIRO-MES
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** MEDIA MENSAL DOS ULTIMOS 12 MESES (OU DO QUE HOUVER) *******
       2200-CALCULAR-NIVEL.
            IF WS-MESES-HIST > 12
                MOVE 12 TO WS-MESES-NIVEL
            ELSE
                MOVE WS-MESES-HIST TO WS-MESES-NIVEL
            END-IF
            MOVE ZERO TO WS-SOMA-NIVEL
            PERFORM VARYING WS-IND FROM 36 BY -1
                    UNTIL WS-IND < 37 - WS-MESES-NIVEL
                ADD WS-HIST-CONSUMO (WS-IND) TO WS-SOMA-NIVEL
            END-PERFORM
            COMPUTE WS-NIVEL ROUNDED = WS-SOMA-NIVEL / WS-MESES-NIVEL.

      ****** INDICE DE CADA MES DO CALENDARIO SOBRE A MEDIA GERAL *******
       2300-CALCULAR-INDICES.
            INITIALIZE WS-SAZONALIDADE
            PERFORM VARYING WS-IND-MES FROM 1 BY 1
                    UNTIL WS-IND-MES > 12
                MOVE 1 TO WS-SAZ-INDICE (WS-IND-MES)
            END-PERFORM
            IF WS-MESES-HIST NOT LESS THAN 24
                MOVE ZERO TO WS-SOMA-TOTAL
                PERFORM VARYING WS-IND FROM WS-PRIMEIRO-MES BY 1
                        UNTIL WS-IND > 36
                    COMPUTE WS-MES-SERIAL =
                        WS-SERIAL-INICIO + WS-IND - 1
                    PERFORM 0550-SERIAL-PARA-MES
                    ADD WS-HIST-CONSUMO (WS-IND) TO
                        WS-SAZ-SOMA (WS-AM-MES)
                    ADD 1 TO WS-SAZ-MESES (WS-AM-MES)
                    ADD WS-HIST-CONSUMO (WS-IND) TO WS-SOMA-TOTAL
                END-PERFORM
                COMPUTE WS-MEDIA-GERAL ROUNDED =
                    WS-SOMA-TOTAL / WS-MESES-HIST
                IF WS-MEDIA-GERAL > ZERO
                    ADD 1 TO WS-SAZONAIS
                    PERFORM VARYING WS-IND-MES FROM 1 BY 1
                            UNTIL WS-IND-MES > 12
                        COMPUTE WS-MEDIA-MES ROUNDED =
                            WS-SAZ-SOMA (WS-IND-MES) /
                            WS-SAZ-MESES (WS-IND-MES)
                        COMPUTE WS-INDICE-CALC ROUNDED =
                            WS-MEDIA-MES / WS-MEDIA-GERAL
                        IF WS-INDICE-CALC > 99.99
                            MOVE 99.99 TO WS-SAZ-INDICE (WS-IND-MES)
                        ELSE
                            MOVE WS-INDICE-CALC TO
                                WS-SAZ-INDICE (WS-IND-MES)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

      ****** GRAVA OS 6 MESES SEGUINTES E A LINHA DO RELATORIO **********
       2400-GRAVAR-PREVISOES.
            MOVE SPACES TO WS-LINHA-PRODUTO
            MOVE WS-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO REL-NOME-PRODUTO
            MOVE WS-NIVEL TO REL-NIVEL
            MOVE WS-MESES-HIST TO REL-MESES-HIST
            PERFORM VARYING WS-HORIZONTE FROM 1 BY 1
                    UNTIL WS-HORIZONTE > 6
                COMPUTE WS-MES-SERIAL = WS-SERIAL-BASE + WS-HORIZONTE
                PERFORM 0550-SERIAL-PARA-MES
                COMPUTE WS-QTD-PREVISTA ROUNDED =
                    WS-NIVEL * WS-SAZ-INDICE (WS-AM-MES)
                MOVE WS-COD-PRODUTO TO PRV-COD-PRODUTO
                MOVE WS-ANO-MES TO PRV-ANO-MES
                MOVE WS-QTD-PREVISTA TO PRV-QUANTIDADE
                MOVE WS-NIVEL TO PRV-NIVEL
                MOVE WS-SAZ-INDICE (WS-AM-MES) TO PRV-INDICE
                MOVE WS-MES-BASE TO PRV-MES-BASE
                MOVE WS-HORIZONTE TO PRV-HORIZONTE
                MOVE WS-DATA-HOJE TO PRV-DATA-GERACAO
                WRITE REG-PREVISAO-DEMANDA
                    INVALID KEY
                        REWRITE REG-PREVISAO-DEMANDA
                END-WRITE
                IF WS-FS-PRV NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO GRAVAR PREVISAO DO PRODUTO '
                        PRV-COD-PRODUTO ' MES ' PRV-ANO-MES
                        ' - STATUS ' WS-FS-PRV
                END-IF
                MOVE WS-QTD-PREVISTA TO REL-QTD-PREVISTA (WS-HORIZONTE)
            END-PERFORM
            IF WS-MESES-HIST < 24
                MOVE 'SEM INDICE (HIST<24M)' TO REL-OBSERVACAO
            END-IF
            WRITE REG-REL-PREVISAO FROM WS-LINHA-PRODUTO.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM PREVE-DEMANDA.
