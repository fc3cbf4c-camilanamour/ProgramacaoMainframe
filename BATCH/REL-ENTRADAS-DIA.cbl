      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CHEGADA DOS ARQUIVOS DE ENTRADA NO DIA: LISTA, PELO
      *          REGISTRO-ENTRADAS, CADA LOTE PROCESSADO NA DATA
      *          (CADEIA_DATA OU HOJE) COM A ORIGEM E A DATA DO
      *          HEADER, A CONTAGEM E O HASH DO TRAILER, O PROGRAMA
      *          E O SUPERVISOR QUE LIBEROU O REPROCESSAMENTO, OS
      *          LOTES DUPLICADOS RECUSADOS NA DATA E, PARA CADA
      *          ARQUIVO ESPERADO (AVISO DE EMBARQUE, REQUISICOES DA
      *          INTRANET, TABELA DE PRECOS E FATURAS), SE CHEGOU,
      *          SE AINDA ESTA NA ENTRADA SEM PROCESSAR OU SE NAO
      *          CHEGOU. ARQUIVO DIARIO QUE NAO CHEGOU GERA ALERTA
      *          AVISO. RODA TODO DIA PELA CADEIA NOTURNA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ENTRADAS-DIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RGESEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           COPY ALRSEL.
           SELECT ENTRADA-PENDENTE ASSIGN TO WS-ARQ-PENDENTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY RGEFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.
           COPY ALRFD.

       FD ENTRADA-PENDENTE.
       01 REG-ENTRADA-PENDENTE     PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-RGE            PIC 99.
       77 WS-FS-PEN            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-DATA-PARAMETRO    PIC X(08).
       77 WS-DATA-DIA          PIC 9(08).
       77 WS-ARQ-PENDENTE      PIC X(100).
       77 WS-LIDOS             PIC 9(07).
       77 WS-LOTES-DIA         PIC 9(05).
       77 WS-RECUSAS-DIA       PIC 9(05).
       77 WS-FALTANTES         PIC 9(02).
       77 WS-PENDENTES         PIC 9(02).
       77 WS-IND               PIC 9(02).
       77 WS-ACHOU             PIC 9(02).
       77 WS-QTD-ESPERADOS     PIC 9(02) VALUE 4.

       01 WS-TABELA-ESPERADOS.
           03 FILLER               PIC X(12) VALUE 'AVISO-EMB'.
           03 FILLER               PIC X(01) VALUE 'D'.
           03 FILLER               PIC X(30) VALUE 'aviso-embarque.txt'.
           03 FILLER               PIC X(20) VALUE 'RECEBE-AVISO'.
           03 FILLER               PIC X(12) VALUE 'REQUISICOES'.
           03 FILLER               PIC X(01) VALUE 'D'.
           03 FILLER               PIC X(30)
              VALUE 'requisicoes-entrada.txt'.
           03 FILLER               PIC X(20) VALUE 'CARGA-REQUISICOES'.
           03 FILLER               PIC X(12) VALUE 'PRECOS'.
           03 FILLER               PIC X(01) VALUE 'E'.
           03 FILLER               PIC X(30) VALUE 'tabela-precos.txt'.
           03 FILLER               PIC X(20) VALUE 'CARGA-PRECOS'.
           03 FILLER               PIC X(12) VALUE 'FATURAS'.
           03 FILLER               PIC X(01) VALUE 'D'.
           03 FILLER               PIC X(30)
              VALUE 'notas-fornecedor.txt'.
           03 FILLER               PIC X(20) VALUE 'CONFERE-FATURAS'.
       01 WS-ESPERADOS REDEFINES WS-TABELA-ESPERADOS.
           03 ESP-ENTRADA OCCURS 4 TIMES.
               05 ESP-TIPO         PIC X(12).
               05 ESP-FREQUENCIA   PIC X(01).
                   88 ESP-DIARIO   VALUE 'D'.
               05 ESP-ARQUIVO      PIC X(30).
               05 ESP-PROGRAMA     PIC X(20).

       01 WS-CONTAGENS.
           03 ESP-CONTAGEM OCCURS 4 TIMES.
               05 ESP-LOTES        PIC 9(05).
               05 ESP-REGISTROS    PIC 9(09).
               05 ESP-RECUSAS      PIC 9(05).

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(36)
              VALUE 'ARQUIVOS DE ENTRADA PROCESSADOS EM '.
           03 REL-DATA-DIA         PIC 9(08).

       01 WS-LINHA-CAB-LOTE.
           03 FILLER               PIC X(12) VALUE 'TIPO'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(20) VALUE 'ORIGEM'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(08) VALUE 'DATA HDR'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(08) VALUE 'REGISTRO'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(17) VALUE '        HASH TRL'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(08) VALUE 'HORA'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(20) VALUE 'PROGRAMA'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(05) VALUE 'APLIC'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(08) VALUE 'LIBERADO'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(12) VALUE 'SITUACAO'.

       01 WS-LINHA-LOTE.
           03 LOT-TIPO             PIC X(12).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-ORIGEM           PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-DATA-HDR         PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-REGISTROS        PIC ZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-HASH             PIC ZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-HORA             PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-PROGRAMA         PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-APLICACOES       PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-SUPERVISOR       PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LOT-SITUACAO         PIC X(12).

       01 WS-LINHA-RECUSA.
           03 RCS-TIPO             PIC X(12).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RCS-ORIGEM           PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RCS-DATA-HDR         PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RCS-REGISTROS        PIC ZZZZZZZ9.
           03 FILLER               PIC X(15)
              VALUE ' APLICADO EM '.
           03 RCS-DATA-PROC        PIC 9(08).
           03 FILLER               PIC X(11) VALUE ' RECUSAS: '.
           03 RCS-RECUSAS          PIC ZZ9.

       01 WS-LINHA-ESPERADO.
           03 ESL-TIPO             PIC X(12).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 ESL-ARQUIVO          PIC X(30).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 ESL-PROGRAMA         PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 ESL-SITUACAO         PIC X(28).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 ESL-LOTES            PIC ZZZZ9.
           03 FILLER               PIC X(07) VALUE ' LOTES '.
           03 ESL-REGISTROS        PIC ZZZZZZZZ9.
           03 FILLER               PIC X(10) VALUE ' REGISTROS'.

           COPY RUNWS.
           COPY SPLWS.
           COPY ALRWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- CHEGADA DOS ARQUIVOS DE ENTRADA -----"
            MOVE 'REL-ENTRADAS-DIA' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            PERFORM 1000-DEFINIR-DATA
            INITIALIZE WS-CONTAGENS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-LOTES-DIA
            INITIALIZE WS-RECUSAS-DIA
            INITIALIZE WS-FALTANTES
            INITIALIZE WS-PENDENTES

            MOVE 'REL-ENTRADAS-DIA' TO WS-SPL-PROGRAMA
            STRING 'DATA=' WS-DATA-DIA
                DELIMITED BY SIZE INTO WS-SPL-PARAMETROS
            PERFORM 9810-ABRIR-SPOOL
            MOVE WS-DATA-DIA TO REL-DATA-DIA
            MOVE WS-LINHA-TITULO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 9812-IMPRIMIR-LINHA

            PERFORM 2000-LISTAR-LOTES
            PERFORM 3000-LISTAR-RECUSAS
            PERFORM 4000-CONFERIR-ESPERADOS

            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'LOTES PROCESSADOS NA DATA: ' WS-LOTES-DIA
                '   DUPLICADOS RECUSADOS: ' WS-RECUSAS-DIA
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'ARQUIVOS DIARIOS QUE NAO CHEGARAM: ' WS-FALTANTES
                '   AINDA NA ENTRADA SEM PROCESSAR: ' WS-PENDENTES
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 9816-FECHAR-SPOOL

            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-LOTES-DIA TO WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** DATA DA LISTA: CADEIA_DATA OU HOJE *************************
       1000-DEFINIR-DATA.
            MOVE SPACES TO WS-DATA-PARAMETRO
            ACCEPT WS-DATA-PARAMETRO FROM ENVIRONMENT 'CADEIA_DATA'
            IF WS-DATA-PARAMETRO NOT EQUAL SPACES AND
               WS-DATA-PARAMETRO IS NUMERIC
                MOVE WS-DATA-PARAMETRO TO WS-DATA-DIA
                DISPLAY 'DATA VINDA DE CADEIA_DATA: ' WS-DATA-DIA
            ELSE
                ACCEPT WS-DATA-DIA FROM DATE YYYYMMDD
            END-IF.

      ****** LOTES APLICADOS (OU REAPLICADOS) NA DATA *******************
       2000-LISTAR-LOTES.
            OPEN INPUT REGISTRO-ENTRADAS
            IF WS-FS-RGE NOT EQUAL ZEROS
                MOVE 'REGISTRO DE ENTRADAS AUSENTE: NENHUM LOTE FOI '
                    TO WS-SPL-LINHA
                MOVE 'PROCESSADO AINDA' TO WS-SPL-LINHA (48 : 16)
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                MOVE WS-LINHA-CAB-LOTE TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ REGISTRO-ENTRADAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF RGE-DATA-PROC EQUAL WS-DATA-DIA OR
                          RGE-DATA-ULTIMA EQUAL WS-DATA-DIA
                           PERFORM 2100-LISTAR-LOTE
                       END-IF
                       IF RGE-DATA-RECUSA EQUAL WS-DATA-DIA
                           ADD 1 TO WS-RECUSAS-DIA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE REGISTRO-ENTRADAS
                IF WS-LOTES-DIA EQUAL ZERO
                    MOVE 'NENHUM LOTE PROCESSADO NA DATA' TO
                        WS-SPL-LINHA
                    PERFORM 9812-IMPRIMIR-LINHA
                END-IF
            END-IF.

      ****** UM LOTE NA LISTA E NA CONTAGEM DO SEU TIPO *****************
       2100-LISTAR-LOTE.
            ADD 1 TO WS-LOTES-DIA
            PERFORM 2900-LOCALIZAR-TIPO
            IF WS-ACHOU > ZERO
                ADD 1 TO ESP-LOTES (WS-ACHOU)
                ADD RGE-REGISTROS TO ESP-REGISTROS (WS-ACHOU)
            END-IF
            MOVE RGE-TIPO TO LOT-TIPO
            MOVE RGE-ORIGEM TO LOT-ORIGEM
            MOVE RGE-DATA-HDR TO LOT-DATA-HDR
            MOVE RGE-REGISTROS TO LOT-REGISTROS
            MOVE RGE-HASH TO LOT-HASH
            MOVE RGE-HORA-PROC TO LOT-HORA
            MOVE RGE-PROGRAMA TO LOT-PROGRAMA
            MOVE RGE-APLICACOES TO LOT-APLICACOES
            MOVE RGE-SUPERVISOR TO LOT-SUPERVISOR
            IF RGE-DATA-PROC EQUAL WS-DATA-DIA
                MOVE 'NOVO' TO LOT-SITUACAO
            ELSE
                MOVE 'REPROCESSADO' TO LOT-SITUACAO
            END-IF
            MOVE WS-LINHA-LOTE TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** TIPO DO LOTE NA TABELA DOS ARQUIVOS ESPERADOS **************
       2900-LOCALIZAR-TIPO.
            MOVE ZERO TO WS-ACHOU
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ESPERADOS OR WS-ACHOU > ZERO
                IF ESP-TIPO (WS-IND) EQUAL RGE-TIPO
                    MOVE WS-IND TO WS-ACHOU
                END-IF
            END-PERFORM.

      ****** LOTES DUPLICADOS RECUSADOS NA DATA *************************
       3000-LISTAR-RECUSAS.
            IF WS-RECUSAS-DIA > ZERO
                PERFORM 9812-IMPRIMIR-LINHA
                MOVE 'LOTES DUPLICADOS RECUSADOS NA DATA (JA APLICADOS '
                    TO WS-SPL-LINHA
                MOVE 'ANTES, SEM LIBERACAO DE SUPERVISOR)'
                    TO WS-SPL-LINHA (50 : 35)
                PERFORM 9812-IMPRIMIR-LINHA
                OPEN INPUT REGISTRO-ENTRADAS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ REGISTRO-ENTRADAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RGE-DATA-RECUSA EQUAL WS-DATA-DIA
                           PERFORM 3100-LISTAR-RECUSA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE REGISTRO-ENTRADAS
            END-IF.

      ****** UM LOTE RECUSADO COMO DUPLICADO ****************************
       3100-LISTAR-RECUSA.
            PERFORM 2900-LOCALIZAR-TIPO
            IF WS-ACHOU > ZERO
                ADD 1 TO ESP-RECUSAS (WS-ACHOU)
            END-IF
            MOVE RGE-TIPO TO RCS-TIPO
            MOVE RGE-ORIGEM TO RCS-ORIGEM
            MOVE RGE-DATA-HDR TO RCS-DATA-HDR
            MOVE RGE-REGISTROS TO RCS-REGISTROS
            MOVE RGE-DATA-PROC TO RCS-DATA-PROC
            MOVE RGE-RECUSAS TO RCS-RECUSAS
            MOVE WS-LINHA-RECUSA TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** CADA ARQUIVO ESPERADO: CHEGOU, PENDENTE OU NAO CHEGOU ******
       4000-CONFERIR-ESPERADOS.
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'ARQUIVOS ESPERADOS' TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 4100-CONFERIR-ESPERADO
                VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ESPERADOS.

       4100-CONFERIR-ESPERADO.
            MOVE ESP-TIPO (WS-IND) TO ESL-TIPO
            MOVE ESP-ARQUIVO (WS-IND) TO ESL-ARQUIVO
            MOVE ESP-PROGRAMA (WS-IND) TO ESL-PROGRAMA
            MOVE ESP-LOTES (WS-IND) TO ESL-LOTES
            MOVE ESP-REGISTROS (WS-IND) TO ESL-REGISTROS
            MOVE SPACES TO WS-ARQ-PENDENTE
            STRING 'C:\ARQUIVOS\' DELIMITED BY SIZE
                ESP-ARQUIVO (WS-IND) DELIMITED BY SPACE
                INTO WS-ARQ-PENDENTE
            END-STRING
            OPEN INPUT ENTRADA-PENDENTE
            IF WS-FS-PEN EQUAL ZEROS
                CLOSE ENTRADA-PENDENTE
            END-IF
            EVALUATE TRUE
                WHEN WS-FS-PEN EQUAL ZEROS AND
                     ESP-RECUSAS (WS-IND) > ZERO
                    MOVE 'NA ENTRADA, DUPLICADO' TO ESL-SITUACAO
                    ADD 1 TO WS-PENDENTES
                    MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                    MOVE SPACES TO WS-ALR-MENSAGEM
                    STRING 'DUPLICADO NA ENTRADA: '
                        DELIMITED BY SIZE
                        ESP-ARQUIVO (WS-IND) DELIMITED BY SPACE
                        INTO WS-ALR-MENSAGEM
                    END-STRING
                    PERFORM 4200-ALERTAR
                WHEN WS-FS-PEN EQUAL ZEROS
                    MOVE 'NA ENTRADA, NAO PROCESSADO' TO ESL-SITUACAO
                    ADD 1 TO WS-PENDENTES
                    MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                    MOVE SPACES TO WS-ALR-MENSAGEM
                    STRING 'ARQUIVO ' DELIMITED BY SIZE
                        ESP-ARQUIVO (WS-IND) DELIMITED BY SPACE
                        ' NA ENTRADA SEM PROCESSAR' DELIMITED BY SIZE
                        INTO WS-ALR-MENSAGEM
                    END-STRING
                    PERFORM 4200-ALERTAR
                WHEN ESP-LOTES (WS-IND) > ZERO
                    MOVE 'CHEGOU' TO ESL-SITUACAO
                WHEN ESP-RECUSAS (WS-IND) > ZERO
                    MOVE 'SO DUPLICADO, RECUSADO' TO ESL-SITUACAO
                WHEN ESP-DIARIO (WS-IND)
                    MOVE 'NAO CHEGOU' TO ESL-SITUACAO
                    ADD 1 TO WS-FALTANTES
                    MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                    MOVE SPACES TO WS-ALR-MENSAGEM
                    STRING 'ARQUIVO DIARIO ' DELIMITED BY SIZE
                        ESP-ARQUIVO (WS-IND) DELIMITED BY SPACE
                        ' NAO CHEGOU' DELIMITED BY SIZE
                        INTO WS-ALR-MENSAGEM
                    END-STRING
                    PERFORM 4200-ALERTAR
                WHEN OTHER
                    MOVE 'NAO CHEGOU (EVENTUAL)' TO ESL-SITUACAO
            END-EVALUATE
            MOVE WS-LINHA-ESPERADO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA.

       4200-ALERTAR.
            MOVE 'REL-ENTRADAS-DIA' TO WS-ALR-PROGRAMA
            MOVE ESP-TIPO (WS-IND) TO WS-ALR-CHAVE
            PERFORM 9870-GRAVAR-ALERTA.

           COPY RUNGRV.
           COPY SPLGRV.
           COPY ALRGRV.
       END PROGRAM REL-ENTRADAS-DIA.
