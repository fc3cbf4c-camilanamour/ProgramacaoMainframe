      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: APURACAO MENSAL DO CONSUMO POR PRODUTO NO HISTORICO
      *          CONSUMO-MENSAL, NA VIRADA DO MES: SOMA AS SAIDAS DO
      *          LIVRO COMPLETO FORA DOS PARES DE ESTORNO E ABATE AS
      *          DEVOLUCOES DOS DEPARTAMENTOS (MOV-TIPO R) DO MES.
      *          APURA O MES QUE FECHA (CONSUMO_MES, PADRAO O MES
      *          CORRENTE) E REAPURA O MES ANTERIOR, PARA PEGAR O
      *          ESTORNO LANCADO DEPOIS DA VIRADA. NA PRIMEIRA CARGA
      *          (ARQUIVO NOVO, OU CONSUMO_CARGA=S) APURA OS 36 MESES.
      *          MESES COM MAIS DE 36 MESES SAEM DO HISTORICO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-CONSUMO-MES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MOVSEL.
           COPY CNMSEL.
           COPY RUNSEL.
           SELECT CONSUMO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\consumo-mes-trabalho.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TRB-CHAVE
           FILE STATUS IS WS-FS-TRB.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\estornos-consumo-mes.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETR-NUMERO
           FILE STATUS IS WS-FS-ETR.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY MOVFD.
           COPY CNMFD.
           COPY RUNFD.

       FD CONSUMO-TRABALHO.
       01 REG-TRABALHO.
           03 TRB-CHAVE.
               05 TRB-COD-PRODUTO  PIC 9(06).
               05 TRB-ANO-MES      PIC 9(06).
           03 TRB-SAIDAS           PIC 9(09).
           03 TRB-DEVOLVIDO        PIC 9(09).

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ETR-NUMERO           PIC 9(09).

       WORKING-STORAGE SECTION.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-CNM            PIC 99.
       77 WS-FS-TRB            PIC 99.
       77 WS-FS-ETR            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(09).
       77 WS-GRAVADOS          PIC 9(07).
       77 WS-REMOVIDOS         PIC 9(07).
       77 WS-CARGA-TOTAL       PIC X(01) VALUE 'N'.
       77 WS-MES-TXT           PIC X(06).
       77 WS-MES-FECHA         PIC 9(06).
       77 WS-MES-INICIO        PIC 9(06).
       77 WS-MES-LIMITE        PIC 9(06).
       77 WS-MES-SERIAL        PIC 9(06).
       77 WS-SERIAL-FECHA      PIC 9(06).
       77 WS-DATA-HOJE         PIC 9(08).

       01 WS-DATA-MOVIMENTO        PIC 9(08).
       01 WS-DATA-MOV-PARTES REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-AAAAMM        PIC 9(06).
           03 WS-MOV-DIA           PIC 9(02).

       01 WS-ANO-MES               PIC 9(06).
       01 WS-ANO-MES-PARTES REDEFINES WS-ANO-MES.
           03 WS-AM-ANO            PIC 9(04).
           03 WS-AM-MES            PIC 9(02).

           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- APURACAO DO CONSUMO MENSAL ---------"
            MOVE 'FECHA-CONSUMO-MES' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-LIDOS
            INITIALIZE WS-GRAVADOS
            INITIALIZE WS-REMOVIDOS
            PERFORM 0400-OBTER-PARAMETROS

            OPEN I-O CONSUMO-MENSAL
            IF WS-FS-CNM EQUAL 35
                OPEN OUTPUT CONSUMO-MENSAL
                CLOSE CONSUMO-MENSAL
                OPEN I-O CONSUMO-MENSAL
                MOVE 'S' TO WS-CARGA-TOTAL
            END-IF
            PERFORM 0500-DEFINIR-MESES
            DISPLAY 'MES APURADO: ' WS-MES-FECHA
            DISPLAY 'REAPURADO A PARTIR DE: ' WS-MES-INICIO

            PERFORM 1000-MAPEAR-ESTORNOS
            PERFORM 2000-ACUMULAR-MESES
            PERFORM 3000-LIMPAR-HISTORICO
            PERFORM 4000-GRAVAR-HISTORICO
            CLOSE CONSUMO-TRABALHO
            CLOSE CONSUMO-MENSAL

            DISPLAY ' '
            DISPLAY 'MOVIMENTOS LIDOS: ' WS-LIDOS
            DISPLAY 'MESES DE PRODUTO GRAVADOS: ' WS-GRAVADOS
            DISPLAY 'MESES DE PRODUTO REMOVIDOS: ' WS-REMOVIDOS
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-GRAVADOS TO WS-RUN-GRAVADOS
            MOVE WS-FS-CNM TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES A APURAR E PEDIDO DE CARGA COMPLETA DO AMBIENTE ********
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-FECHA
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'CONSUMO_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-FECHA
            END-IF
            MOVE SPACES TO WS-CARGA-TOTAL
            ACCEPT WS-CARGA-TOTAL FROM ENVIRONMENT 'CONSUMO_CARGA'
            IF WS-CARGA-TOTAL NOT EQUAL 'S'
                MOVE 'N' TO WS-CARGA-TOTAL
            END-IF.

      ****** PRIMEIRO MES A REAPURAR E LIMITE DOS 36 MESES **************
       0500-DEFINIR-MESES.
            MOVE WS-MES-FECHA TO WS-ANO-MES
            COMPUTE WS-SERIAL-FECHA = WS-AM-ANO * 12 + WS-AM-MES - 1
            COMPUTE WS-MES-SERIAL = WS-SERIAL-FECHA - 35
            PERFORM 0550-SERIAL-PARA-MES
            MOVE WS-ANO-MES TO WS-MES-LIMITE
            IF WS-CARGA-TOTAL EQUAL 'S'
                MOVE WS-MES-LIMITE TO WS-MES-INICIO
            ELSE
                COMPUTE WS-MES-SERIAL = WS-SERIAL-FECHA - 1
                PERFORM 0550-SERIAL-PARA-MES
                MOVE WS-ANO-MES TO WS-MES-INICIO
            END-IF.

      ****** CONTAGEM DE MESES DE VOLTA PARA AAAAMM *********************
       0550-SERIAL-PARA-MES.
            DIVIDE WS-MES-SERIAL BY 12 GIVING WS-AM-ANO
                REMAINDER WS-AM-MES
            ADD 1 TO WS-AM-MES.

      ****** GUARDA OS NUMEROS DOS LANCAMENTOS JA ESTORNADOS ************
       1000-MAPEAR-ESTORNOS.
            OPEN OUTPUT ESTORNOS-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            OPEN I-O ESTORNOS-TRABALHO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                           MOVE MOV-ESTORNO-DE TO ETR-NUMERO
                           WRITE REG-ESTORNO-TRABALHO
                              INVALID KEY
                                  CONTINUE
                           END-WRITE
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** SOMA AS SAIDAS E DEVOLUCOES DOS MESES A APURAR *************
       2000-ACUMULAR-MESES.
            OPEN OUTPUT CONSUMO-TRABALHO
            CLOSE CONSUMO-TRABALHO
            OPEN I-O CONSUMO-TRABALHO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE MOVIMENTOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM 2050-FILTRAR-MOVIMENTO
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF
            CLOSE ESTORNOS-TRABALHO.

      ****** SAIDA OU DEVOLUCAO DO PERIODO FORA DO PAR DE ESTORNO *******
       2050-FILTRAR-MOVIMENTO.
            MOVE MOV-DATA TO WS-DATA-MOVIMENTO
            IF (MOV-SAIDA OR MOV-DEVOLUCAO-DEPTO) AND
               MOV-ESTORNO-DE EQUAL ZEROS AND
               WS-MOV-AAAAMM NOT LESS THAN WS-MES-INICIO AND
               WS-MOV-AAAAMM NOT GREATER THAN WS-MES-FECHA
                MOVE MOV-NUMERO TO ETR-NUMERO
                READ ESTORNOS-TRABALHO RECORD
                    KEY IS ETR-NUMERO
                    INVALID KEY
                        PERFORM 2100-SOMAR-MOVIMENTO
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF.

      ****** SOMA O MOVIMENTO NO PRODUTO E MES DE TRABALHO **************
       2100-SOMAR-MOVIMENTO.
            MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
            MOVE WS-MOV-AAAAMM TO TRB-ANO-MES
            READ CONSUMO-TRABALHO RECORD
                KEY IS TRB-CHAVE
                INVALID KEY
                    MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
                    MOVE WS-MOV-AAAAMM TO TRB-ANO-MES
                    MOVE ZEROS TO TRB-SAIDAS
                    MOVE ZEROS TO TRB-DEVOLVIDO
                    PERFORM 2150-SOMAR-QUANTIDADE
                    WRITE REG-TRABALHO
                NOT INVALID KEY
                    PERFORM 2150-SOMAR-QUANTIDADE
                    REWRITE REG-TRABALHO
            END-READ.

       2150-SOMAR-QUANTIDADE.
            IF MOV-DEVOLUCAO-DEPTO
                ADD MOV-QUANTIDADE TO TRB-DEVOLVIDO
            ELSE
                ADD MOV-QUANTIDADE TO TRB-SAIDAS
            END-IF.

      ****** TIRA OS MESES REAPURADOS E OS DE MAIS DE 36 MESES **********
       3000-LIMPAR-HISTORICO.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ CONSUMO-MENSAL NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF CNM-ANO-MES < WS-MES-LIMITE OR
                      (CNM-ANO-MES NOT LESS THAN WS-MES-INICIO AND
                       CNM-ANO-MES NOT GREATER THAN WS-MES-FECHA)
                       DELETE CONSUMO-MENSAL RECORD
                       IF CNM-ANO-MES < WS-MES-LIMITE
                           ADD 1 TO WS-REMOVIDOS
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** GRAVA OS MESES APURADOS NO HISTORICO ***********************
       4000-GRAVAR-HISTORICO.
            MOVE LOW-VALUES TO TRB-CHAVE
            START CONSUMO-TRABALHO KEY IS NOT LESS THAN TRB-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ CONSUMO-TRABALHO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE TRB-COD-PRODUTO TO CNM-COD-PRODUTO
                   MOVE TRB-ANO-MES TO CNM-ANO-MES
                   MOVE TRB-SAIDAS TO CNM-SAIDAS
                   MOVE TRB-DEVOLVIDO TO CNM-DEVOLVIDO
                   IF TRB-SAIDAS > TRB-DEVOLVIDO
                       COMPUTE CNM-CONSUMO =
                           TRB-SAIDAS - TRB-DEVOLVIDO
                   ELSE
                       MOVE ZEROS TO CNM-CONSUMO
                   END-IF
                   MOVE WS-DATA-HOJE TO CNM-DATA-APURACAO
                   WRITE REG-CONSUMO-MENSAL
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR CONSUMO DO PRODUTO '
                               CNM-COD-PRODUTO ' MES ' CNM-ANO-MES
                               ' - STATUS ' WS-FS-CNM
                       NOT INVALID KEY
                           ADD 1 TO WS-GRAVADOS
                   END-WRITE
               END-READ
            END-PERFORM.

           COPY RUNGRV.
       END PROGRAM FECHA-CONSUMO-MES.
