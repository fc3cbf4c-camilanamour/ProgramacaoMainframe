      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: NIVEL DE SERVICO DO ALMOXARIFADO AOS DEPARTAMENTOS NO
      *          MES INFORMADO (SERVICO_MES, PADRAO O MES CORRENTE),
      *          POR DESTINO E POR CATEGORIA: REQUISICOES DO MES,
      *          QUANTAS SAIRAM COMPLETAS NA PRIMEIRA SEPARACAO (FILL
      *          DE LINHA), QUANTIDADE PEDIDA X ENTREGUE NA PRIMEIRA
      *          SEPARACAO (FILL DE QUANTIDADE), BACKORDERS ATENDIDOS
      *          NO MES COM A MEDIA E O PIOR PRAZO EM DIAS, E AS
      *          FALTAS (BACKORDERS ABERTOS NO MES). EM SEGUIDA OS 10
      *          PRODUTOS QUE MAIS FALTARAM NO MES E A TENDENCIA DOS
      *          12 MESES QUE TERMINAM NELE. A PRIMEIRA SEPARACAO E O
      *          QUE SAIU DE MOVIMENTO-ESTOQUE PARA A REQUISICAO NO
      *          PRIMEIRO DIA EM QUE ELA FOI SEPARADA, FORA OS PARES
      *          DE ESTORNO. REQUISICAO AINDA NA FILA, NUNCA
      *          SEPARADA, NAO ENTRA NA MEDIDA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-NIVEL-SERVICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY REQSEL.
           COPY BORSEL.
           COPY DSTSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\servico-estornos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETR-NUMERO
           FILE STATUS IS WS-FS-ETR.
           SELECT SEPARACAO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\servico-separacao.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PSP-REQUISICAO
           FILE STATUS IS WS-FS-PSP.
           SELECT SERVICO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\servico-totais.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NVT-CHAVE
           FILE STATUS IS WS-FS-NVT.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-servico.tmp'.
           SELECT NIVEL-SERVICO ASSIGN TO
           'C:\ARQUIVOS\rel-nivel-servico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY MOVFD.
           COPY REQFD.
           COPY BORFD.
           COPY DSTFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ETR-NUMERO           PIC 9(09).

       FD SEPARACAO-TRABALHO.
       01 REG-SEPARACAO-TRABALHO.
           03 PSP-REQUISICAO       PIC 9(09).
           03 PSP-DATA             PIC 9(08).
           03 PSP-QUANTIDADE       PIC 9(09).

       FD SERVICO-TRABALHO.
       01 REG-SERVICO-TRABALHO.
           03 NVT-CHAVE.
               05 NVT-TIPO             PIC X(01).
                   88 NVT-DESTINO      VALUE '1'.
                   88 NVT-CATEGORIA    VALUE '2'.
                   88 NVT-PRODUTO      VALUE '3'.
               05 NVT-CODIGO           PIC X(15).
           03 NVT-REQUISICOES      PIC 9(07).
           03 NVT-COMPLETAS        PIC 9(07).
           03 NVT-QTD-PEDIDA       PIC 9(11).
           03 NVT-QTD-SERVIDA      PIC 9(11).
           03 NVT-BOR-ATENDIDOS    PIC 9(07).
           03 NVT-DIAS-TOTAL       PIC 9(09).
           03 NVT-DIAS-PIOR        PIC 9(05).
           03 NVT-FALTAS           PIC 9(07).
           03 NVT-QTD-FALTA        PIC 9(11).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-FALTAS           PIC 9(07).
           03 ORD-QTD-FALTA        PIC 9(11).
           03 ORD-COD-PRODUTO      PIC X(15).

       FD NIVEL-SERVICO.
       01 REG-REL-NIVEL-SERVICO    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-REQ            PIC 99.
       77 WS-FS-BOR            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-DST-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-ETR            PIC 99.
       77 WS-FS-PSP            PIC 99.
       77 WS-FS-NVT            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(07).
       77 WS-MEDIDAS           PIC 9(07).
       77 WS-BOR-LIDOS         PIC 9(07).
       77 WS-RANKING           PIC 9(03).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-TXT           PIC X(06).
       77 WS-MES-SERVICO       PIC 9(06).
       77 WS-MES-SERIAL        PIC 9(06).
       77 WS-SERIAL-SERVICO    PIC 9(06).
       77 WS-IND-MES           PIC 9(02).
       77 WS-IND-DATA          PIC S9(06).
       77 WS-NVT-NOVO          PIC X(01).
       77 WS-DESTINO-ATUAL     PIC X(15).
       77 WS-CATEGORIA-ATUAL   PIC X(15).
       77 WS-QTD-SERVIDA       PIC 9(09).
       77 WS-COMPLETA          PIC 9(01).
       77 WS-QTD-FALTA         PIC 9(09).
       77 WS-DIAS              PIC 9(05).
       77 WS-PCT               PIC 9(03)V9.
       77 WS-DIAS-MEDIO        PIC 9(05)V9.

       01 WS-DATA-MOVIMENTO        PIC 9(08).
       01 WS-DATA-MOV-PARTES REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-AAAAMM        PIC 9(06).
           03 WS-MOV-DIA           PIC 9(02).

       01 WS-ANO-MES               PIC 9(06).
       01 WS-ANO-MES-PARTES REDEFINES WS-ANO-MES.
           03 WS-AM-ANO            PIC 9(04).
           03 WS-AM-MES            PIC 9(02).

       01 WS-TENDENCIA.
           03 WS-TND OCCURS 12 TIMES.
               05 WS-TND-ANO-MES       PIC 9(06).
               05 WS-TND-REQUISICOES   PIC 9(07).
               05 WS-TND-COMPLETAS     PIC 9(07).
               05 WS-TND-QTD-PEDIDA    PIC 9(11).
               05 WS-TND-QTD-SERVIDA   PIC 9(11).
               05 WS-TND-BOR-ATENDIDOS PIC 9(07).
               05 WS-TND-DIAS-TOTAL    PIC 9(09).
               05 WS-TND-DIAS-PIOR     PIC 9(05).
               05 WS-TND-FALTAS        PIC 9(07).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(48)
              VALUE 'NIVEL DE SERVICO AOS DEPARTAMENTOS - MES (AAAAMM'.
           03 FILLER               PIC X(03) VALUE '): '.
           03 REL-MES-SERVICO      PIC 9(06).
           03 FILLER               PIC X(75) VALUE SPACES.

       01 WS-LINHA-SECAO.
           03 REL-SECAO            PIC X(60).
           03 FILLER               PIC X(72) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 REL-CAB-ROTULO       PIC X(40).
           03 FILLER               PIC X(09) VALUE '  REQUIS.'.
           03 FILLER               PIC X(09) VALUE ' COMPLETA'.
           03 FILLER               PIC X(08) VALUE ' LINHA %'.
           03 FILLER               PIC X(12) VALUE '  QTD PEDIDA'.
           03 FILLER               PIC X(12) VALUE ' QTD SERVIDA'.
           03 FILLER               PIC X(08) VALUE '   QTD %'.
           03 FILLER               PIC X(07) VALUE ' BO ATD'.
           03 FILLER               PIC X(08) VALUE 'DIAS MED'.
           03 FILLER               PIC X(06) VALUE '  PIOR'.
           03 FILLER               PIC X(07) VALUE ' FALTAS'.
           03 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LINHA-SERVICO.
           03 REL-CODIGO           PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DESCRICAO        PIC X(24).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-REQUISICOES      PIC ZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-COMPLETAS        PIC ZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-FILL-LINHA       PIC X(05).
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-QTD-PEDIDA       PIC ZZZZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-QTD-SERVIDA      PIC ZZZZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-FILL-QTD         PIC X(05).
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-BOR-ATENDIDOS    PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-DIAS-MEDIO       PIC X(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-DIAS-PIOR        PIC ZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-FALTAS           PIC ZZZZ9.
           03 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LINHA-FALTA.
           03 REL-RANKING          PIC ZZ9.
           03 FILLER               PIC X(02) VALUE '. '.
           03 REL-FAL-PRODUTO      PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-FAL-NOME         PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-FAL-CATEGORIA    PIC X(15).
           03 FILLER               PIC X(10) VALUE '  FALTAS: '.
           03 REL-FAL-FALTAS       PIC ZZZZZZ9.
           03 FILLER               PIC X(17)
              VALUE '  QTD EM FALTA: '.
           03 REL-FAL-QTD          PIC ZZZZZZZZZZ9.
           03 FILLER               PIC X(38) VALUE SPACES.

       01 WS-PCT-EDITADO           PIC ZZ9.9.
       01 WS-DIAS-EDITADO          PIC ZZZ9.9.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "------ NIVEL DE SERVICO AOS DEPARTAMENTOS ------"
            MOVE 'REL-NIVEL-SERVICO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-MEDIDAS
            INITIALIZE WS-BOR-LIDOS
            PERFORM 0400-OBTER-PARAMETROS
            PERFORM 0500-MONTAR-MESES

            OPEN INPUT PRODUTOS
            OPEN INPUT DESTINOS
            IF WS-FS-DST EQUAL ZEROS
                MOVE 'S' TO WS-DST-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-DST-DISPONIVEL
            END-IF
            OPEN OUTPUT SERVICO-TRABALHO
            CLOSE SERVICO-TRABALHO
            OPEN I-O SERVICO-TRABALHO
            PERFORM 0600-MAPEAR-ESTORNOS
            PERFORM 0700-MAPEAR-PRIMEIRA-SEPARACAO
            PERFORM 1000-MEDIR-REQUISICOES
            PERFORM 2000-MEDIR-BACKORDERS

            OPEN OUTPUT NIVEL-SERVICO
            MOVE WS-MES-SERVICO TO REL-MES-SERVICO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-TITULO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            PERFORM 3000-IMPRIMIR-DESTINOS
            PERFORM 3500-IMPRIMIR-CATEGORIAS
            PERFORM 4000-IMPRIMIR-FALTAS
            PERFORM 5000-IMPRIMIR-TENDENCIA

            CLOSE NIVEL-SERVICO
            MOVE 'REL-NIVEL-SERVICO' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-nivel-servico.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-SERVICO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE SERVICO-TRABALHO
            CLOSE SEPARACAO-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            IF WS-DST-DISPONIVEL EQUAL 'S'
                CLOSE DESTINOS
            END-IF
            CLOSE PRODUTOS

            DISPLAY ' '
            DISPLAY 'REQUISICOES LIDAS: ' WS-CONTADOR
            DISPLAY 'REQUISICOES MEDIDAS NOS 12 MESES: ' WS-MEDIDAS
            DISPLAY 'BACKORDERS LIDOS: ' WS-BOR-LIDOS
            DISPLAY 'RELATORIO GRAVADO: rel-nivel-servico.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-MEDIDAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES DO RELATORIO VINDO DO AMBIENTE *************************
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-SERVICO
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'SERVICO_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-SERVICO
            END-IF.

      ****** OS 12 MESES DA TENDENCIA, DO MAIS ANTIGO AO INFORMADO ******
       0500-MONTAR-MESES.
            INITIALIZE WS-TENDENCIA
            MOVE WS-MES-SERVICO TO WS-ANO-MES
            COMPUTE WS-SERIAL-SERVICO = WS-AM-ANO * 12 + WS-AM-MES - 1
            PERFORM VARYING WS-IND-MES FROM 1 BY 1
                    UNTIL WS-IND-MES > 12
                COMPUTE WS-MES-SERIAL =
                    WS-SERIAL-SERVICO - 12 + WS-IND-MES
                DIVIDE WS-MES-SERIAL BY 12 GIVING WS-AM-ANO
                    REMAINDER WS-AM-MES
                ADD 1 TO WS-AM-MES
                MOVE WS-ANO-MES TO WS-TND-ANO-MES (WS-IND-MES)
            END-PERFORM.

      ****** GUARDA OS NUMEROS DOS LANCAMENTOS JA ESTORNADOS ************
       0600-MAPEAR-ESTORNOS.
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

      ****** QUANTO SAIU PARA CADA REQUISICAO NO PRIMEIRO DIA ***********
       0700-MAPEAR-PRIMEIRA-SEPARACAO.
            OPEN OUTPUT SEPARACAO-TRABALHO
            CLOSE SEPARACAO-TRABALHO
            OPEN I-O SEPARACAO-TRABALHO
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
                       IF MOV-SAIDA AND
                          MOV-REQUISICAO NOT EQUAL ZEROS AND
                          MOV-ESTORNO-DE EQUAL ZEROS
                           MOVE MOV-NUMERO TO ETR-NUMERO
                           READ ESTORNOS-TRABALHO RECORD
                               KEY IS ETR-NUMERO
                               INVALID KEY
                                   PERFORM 0750-SOMAR-SEPARACAO
                               NOT INVALID KEY
                                   CONTINUE
                           END-READ
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** SAIDA DA REQUISICAO: ABRE OU SOMA NO PRIMEIRO DIA **********
       0750-SOMAR-SEPARACAO.
            MOVE MOV-REQUISICAO TO PSP-REQUISICAO
            READ SEPARACAO-TRABALHO RECORD
                KEY IS PSP-REQUISICAO
                INVALID KEY
                    MOVE MOV-DATA TO PSP-DATA
                    MOVE MOV-QUANTIDADE TO PSP-QUANTIDADE
                    WRITE REG-SEPARACAO-TRABALHO
                    END-WRITE
                NOT INVALID KEY
                    IF MOV-DATA < PSP-DATA
                        MOVE MOV-DATA TO PSP-DATA
                        MOVE MOV-QUANTIDADE TO PSP-QUANTIDADE
                        REWRITE REG-SEPARACAO-TRABALHO
                        END-REWRITE
                    ELSE
                        IF MOV-DATA EQUAL PSP-DATA
                            ADD MOV-QUANTIDADE TO PSP-QUANTIDADE
                            REWRITE REG-SEPARACAO-TRABALHO
                            END-REWRITE
                        END-IF
                    END-IF
            END-READ.

      ****** FILL DE LINHA E DE QUANTIDADE DAS REQUISICOES **************
       1000-MEDIR-REQUISICOES.
            OPEN INPUT REQUISICOES
            IF WS-FS-REQ NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE REQUISICOES AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ REQUISICOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTADOR
                       MOVE REQ-DATA TO WS-DATA-MOVIMENTO
                       PERFORM 8000-LOCALIZAR-MES
                       IF WS-IND-DATA > ZERO AND
                          REQ-QUANTIDADE > ZERO
                           PERFORM 1100-MEDIR-REQUISICAO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE REQUISICOES
            END-IF.

      ****** UMA REQUISICAO: PRIMEIRA SEPARACAO CONTRA O PEDIDO *********
       1100-MEDIR-REQUISICAO.
            MOVE REQ-NUMERO TO PSP-REQUISICAO
            READ SEPARACAO-TRABALHO RECORD
                KEY IS PSP-REQUISICAO
                INVALID KEY
                    MOVE ZERO TO WS-QTD-SERVIDA
                    IF NOT REQ-PENDENTE
                        PERFORM 1150-CONTAR-REQUISICAO
                    END-IF
                NOT INVALID KEY
                    MOVE PSP-QUANTIDADE TO WS-QTD-SERVIDA
                    PERFORM 1150-CONTAR-REQUISICAO
            END-READ.

      ****** REQUISICAO MEDIDA NO MES E NO DESTINO E CATEGORIA **********
       1150-CONTAR-REQUISICAO.
            IF WS-QTD-SERVIDA NOT LESS THAN REQ-QUANTIDADE
                MOVE REQ-QUANTIDADE TO WS-QTD-SERVIDA
                MOVE 1 TO WS-COMPLETA
            ELSE
                MOVE 0 TO WS-COMPLETA
            END-IF
            ADD 1 TO WS-MEDIDAS
            MOVE WS-IND-DATA TO WS-IND-MES
            ADD 1 TO WS-TND-REQUISICOES (WS-IND-MES)
            ADD WS-COMPLETA TO WS-TND-COMPLETAS (WS-IND-MES)
            ADD REQ-QUANTIDADE TO WS-TND-QTD-PEDIDA (WS-IND-MES)
            ADD WS-QTD-SERVIDA TO WS-TND-QTD-SERVIDA (WS-IND-MES)
            IF WS-IND-MES EQUAL 12
                MOVE REQ-DESTINO TO WS-DESTINO-ATUAL
                MOVE REQ-COD-PRODUTO TO COD-PRODUTO
                PERFORM 8200-OBTER-CATEGORIA
                SET NVT-DESTINO TO TRUE
                MOVE WS-DESTINO-ATUAL TO NVT-CODIGO
                PERFORM 1200-SOMAR-REQUISICAO
                SET NVT-CATEGORIA TO TRUE
                MOVE WS-CATEGORIA-ATUAL TO NVT-CODIGO
                PERFORM 1200-SOMAR-REQUISICAO
            END-IF.

      ****** SOMA A REQUISICAO NO TOTAL DO DESTINO OU DA CATEGORIA ******
       1200-SOMAR-REQUISICAO.
            PERFORM 8300-LER-TOTAL
            ADD 1 TO NVT-REQUISICOES
            ADD WS-COMPLETA TO NVT-COMPLETAS
            ADD REQ-QUANTIDADE TO NVT-QTD-PEDIDA
            ADD WS-QTD-SERVIDA TO NVT-QTD-SERVIDA
            PERFORM 8400-GRAVAR-TOTAL.

      ****** PRAZO DOS BACKORDERS ATENDIDOS E FALTAS DO PERIODO *********
       2000-MEDIR-BACKORDERS.
            OPEN INPUT BACKORDERS
            IF WS-FS-BOR NOT EQUAL ZEROS
                DISPLAY 'NENHUM BACKORDER REGISTRADO'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ BACKORDERS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BOR-LIDOS
                       MOVE BOR-DESTINO TO WS-DESTINO-ATUAL
                       MOVE BOR-COD-PRODUTO TO COD-PRODUTO
                       PERFORM 8200-OBTER-CATEGORIA
                       IF BOR-ATENDIDO AND
                          BOR-DATA-ATENDIDO NOT EQUAL ZEROS
                           PERFORM 2100-MEDIR-ATENDIMENTO
                       END-IF
                       PERFORM 2200-MEDIR-FALTA
                   END-READ
                END-PERFORM
                CLOSE BACKORDERS
            END-IF.

      ****** BACKORDER ATENDIDO NO PERIODO: DIAS ATE O ATENDIMENTO ******
       2100-MEDIR-ATENDIMENTO.
            MOVE BOR-DATA-ATENDIDO TO WS-DATA-MOVIMENTO
            PERFORM 8000-LOCALIZAR-MES
            IF WS-IND-DATA > ZERO
                MOVE ZERO TO WS-DIAS
                IF BOR-DATA-ATENDIDO > BOR-DATA
                    COMPUTE WS-DIAS =
                        FUNCTION INTEGER-OF-DATE(BOR-DATA-ATENDIDO) -
                        FUNCTION INTEGER-OF-DATE(BOR-DATA)
                END-IF
                MOVE WS-IND-DATA TO WS-IND-MES
                ADD 1 TO WS-TND-BOR-ATENDIDOS (WS-IND-MES)
                ADD WS-DIAS TO WS-TND-DIAS-TOTAL (WS-IND-MES)
                IF WS-DIAS > WS-TND-DIAS-PIOR (WS-IND-MES)
                    MOVE WS-DIAS TO WS-TND-DIAS-PIOR (WS-IND-MES)
                END-IF
                IF WS-IND-MES EQUAL 12
                    SET NVT-DESTINO TO TRUE
                    MOVE WS-DESTINO-ATUAL TO NVT-CODIGO
                    PERFORM 2150-SOMAR-ATENDIMENTO
                    SET NVT-CATEGORIA TO TRUE
                    MOVE WS-CATEGORIA-ATUAL TO NVT-CODIGO
                    PERFORM 2150-SOMAR-ATENDIMENTO
                END-IF
            END-IF.

      ****** SOMA O ATENDIMENTO NO TOTAL DO DESTINO OU DA CATEGORIA *****
       2150-SOMAR-ATENDIMENTO.
            PERFORM 8300-LER-TOTAL
            ADD 1 TO NVT-BOR-ATENDIDOS
            ADD WS-DIAS TO NVT-DIAS-TOTAL
            IF WS-DIAS > NVT-DIAS-PIOR
                MOVE WS-DIAS TO NVT-DIAS-PIOR
            END-IF
            PERFORM 8400-GRAVAR-TOTAL.

      ****** BACKORDER ABERTO NO PERIODO: UMA FALTA DO PRODUTO **********
       2200-MEDIR-FALTA.
            MOVE BOR-DATA TO WS-DATA-MOVIMENTO
            PERFORM 8000-LOCALIZAR-MES
            IF WS-IND-DATA > ZERO
                IF BOR-QTD-ORIGINAL EQUAL ZEROS
                    MOVE BOR-QTD-FALTA TO WS-QTD-FALTA
                ELSE
                    MOVE BOR-QTD-ORIGINAL TO WS-QTD-FALTA
                END-IF
                MOVE WS-IND-DATA TO WS-IND-MES
                ADD 1 TO WS-TND-FALTAS (WS-IND-MES)
                IF WS-IND-MES EQUAL 12
                    SET NVT-DESTINO TO TRUE
                    MOVE WS-DESTINO-ATUAL TO NVT-CODIGO
                    PERFORM 2250-SOMAR-FALTA
                    SET NVT-CATEGORIA TO TRUE
                    MOVE WS-CATEGORIA-ATUAL TO NVT-CODIGO
                    PERFORM 2250-SOMAR-FALTA
                    SET NVT-PRODUTO TO TRUE
                    MOVE BOR-COD-PRODUTO TO NVT-CODIGO
                    PERFORM 2250-SOMAR-FALTA
                END-IF
            END-IF.

      ****** SOMA A FALTA NO TOTAL DO DESTINO, CATEGORIA OU PRODUTO *****
       2250-SOMAR-FALTA.
            PERFORM 8300-LER-TOTAL
            ADD 1 TO NVT-FALTAS
            ADD WS-QTD-FALTA TO NVT-QTD-FALTA
            PERFORM 8400-GRAVAR-TOTAL.

      ****** SECAO POR DESTINO COM O TOTAL DO MES ***********************
       3000-IMPRIMIR-DESTINOS.
            MOVE 'POR DESTINO' TO REL-SECAO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SECAO
            MOVE 'DESTINO         DESCRICAO' TO REL-CAB-ROTULO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-CABECALHO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            MOVE '1' TO NVT-TIPO
            MOVE LOW-VALUES TO NVT-CODIGO
            START SERVICO-TRABALHO KEY IS NOT LESS THAN NVT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ SERVICO-TRABALHO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF NOT NVT-DESTINO
                       MOVE 1 TO WS-EOF
                   ELSE
                       PERFORM 3100-DESCREVER-DESTINO
                       PERFORM 6000-FORMATAR-TOTAL
                       WRITE REG-REL-NIVEL-SERVICO FROM
                           WS-LINHA-SERVICO
                   END-IF
               END-READ
            END-PERFORM
            PERFORM 3900-IMPRIMIR-TOTAL-MES.

      ****** CODIGO E DESCRICAO DO DESTINO NA LINHA *********************
       3100-DESCREVER-DESTINO.
            MOVE SPACES TO REL-DESCRICAO
            IF NVT-CODIGO EQUAL SPACES
                MOVE SPACES TO REL-CODIGO
                MOVE '(SEM DESTINO)' TO REL-DESCRICAO
            ELSE
                MOVE NVT-CODIGO TO REL-CODIGO
                IF WS-DST-DISPONIVEL EQUAL 'S'
                    MOVE NVT-CODIGO TO DEST-CODIGO
                    READ DESTINOS RECORD
                        KEY IS DEST-CODIGO
                        INVALID KEY
                            MOVE '(NAO CADASTRADO)' TO REL-DESCRICAO
                        NOT INVALID KEY
                            MOVE DEST-DESCRICAO TO REL-DESCRICAO
                    END-READ
                END-IF
            END-IF.

      ****** SECAO POR CATEGORIA COM O TOTAL DO MES *********************
       3500-IMPRIMIR-CATEGORIAS.
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            MOVE 'POR CATEGORIA' TO REL-SECAO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SECAO
            MOVE 'CATEGORIA' TO REL-CAB-ROTULO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-CABECALHO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            MOVE '2' TO NVT-TIPO
            MOVE LOW-VALUES TO NVT-CODIGO
            START SERVICO-TRABALHO KEY IS NOT LESS THAN NVT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ SERVICO-TRABALHO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF NOT NVT-CATEGORIA
                       MOVE 1 TO WS-EOF
                   ELSE
                       MOVE NVT-CODIGO TO REL-CODIGO
                       MOVE SPACES TO REL-DESCRICAO
                       PERFORM 6000-FORMATAR-TOTAL
                       WRITE REG-REL-NIVEL-SERVICO FROM
                           WS-LINHA-SERVICO
                   END-IF
               END-READ
            END-PERFORM
            PERFORM 3900-IMPRIMIR-TOTAL-MES.

      ****** LINHA DE TOTAL DO MES (ULTIMA POSICAO DA TENDENCIA) ********
       3900-IMPRIMIR-TOTAL-MES.
            IF WS-TND-REQUISICOES (12) EQUAL ZERO AND
               WS-TND-BOR-ATENDIDOS (12) EQUAL ZERO AND
               WS-TND-FALTAS (12) EQUAL ZERO
                MOVE SPACES TO REG-REL-NIVEL-SERVICO
                MOVE 'NENHUMA REQUISICAO OU BACKORDER NO MES' TO
                    REG-REL-NIVEL-SERVICO
                WRITE REG-REL-NIVEL-SERVICO
            ELSE
                MOVE 12 TO WS-IND-MES
                PERFORM 6100-FORMATAR-MES
                MOVE 'TOTAL DO MES' TO REL-CODIGO
                MOVE SPACES TO REL-DESCRICAO
                WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SERVICO
            END-IF.

      ****** OS 10 PRODUTOS QUE MAIS FALTARAM NO MES ********************
       4000-IMPRIMIR-FALTAS.
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            MOVE 'OS 10 PRODUTOS COM MAIS BACKORDERS ABERTOS NO MES' TO
                REL-SECAO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SECAO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            SORT ARQUIVO-ORDENACAO
                ON DESCENDING KEY ORD-FALTAS
                ON DESCENDING KEY ORD-QTD-FALTA
                ON ASCENDING KEY ORD-COD-PRODUTO
                INPUT PROCEDURE IS 4100-SOLTAR-PRODUTOS
                OUTPUT PROCEDURE IS 4200-LISTAR-MAIS-FALTARAM.

      ****** PRODUTOS COM FALTA NO MES PARA A ORDENACAO *****************
       4100-SOLTAR-PRODUTOS.
            MOVE '3' TO NVT-TIPO
            MOVE LOW-VALUES TO NVT-CODIGO
            START SERVICO-TRABALHO KEY IS NOT LESS THAN NVT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ SERVICO-TRABALHO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF NOT NVT-PRODUTO
                       MOVE 1 TO WS-EOF
                   ELSE
                       MOVE NVT-FALTAS TO ORD-FALTAS
                       MOVE NVT-QTD-FALTA TO ORD-QTD-FALTA
                       MOVE NVT-CODIGO TO ORD-COD-PRODUTO
                       RELEASE REG-ORDENACAO
                   END-IF
               END-READ
            END-PERFORM.

      ****** IMPRIME OS 10 PRIMEIROS DA ORDENACAO ***********************
       4200-LISTAR-MAIS-FALTARAM.
            MOVE ZERO TO WS-RANKING
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ARQUIVO-ORDENACAO INTO REG-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-RANKING < 10
                       ADD 1 TO WS-RANKING
                       PERFORM 4300-IMPRIMIR-PRODUTO
                   END-IF
               END-RETURN
            END-PERFORM
            IF WS-RANKING EQUAL ZERO
                MOVE SPACES TO REG-REL-NIVEL-SERVICO
                MOVE 'NENHUMA FALTA REGISTRADA NO MES' TO
                    REG-REL-NIVEL-SERVICO
                WRITE REG-REL-NIVEL-SERVICO
            END-IF.

      ****** LINHA DE UM PRODUTO DO RANKING DE FALTAS *******************
       4300-IMPRIMIR-PRODUTO.
            MOVE WS-RANKING TO REL-RANKING
            MOVE ORD-COD-PRODUTO (1 : 6) TO REL-FAL-PRODUTO
            MOVE ORD-COD-PRODUTO (1 : 6) TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTR' TO WS-NOME-PRODUTO
                    MOVE SPACES TO WS-CATEGORIA-PRODUTO
                NOT INVALID KEY
                    CONTINUE
            END-READ
            MOVE WS-NOME-PRODUTO TO REL-FAL-NOME
            MOVE WS-CATEGORIA-PRODUTO TO REL-FAL-CATEGORIA
            MOVE ORD-FALTAS TO REL-FAL-FALTAS
            MOVE ORD-QTD-FALTA TO REL-FAL-QTD
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-FALTA.

      ****** TENDENCIA DOS 12 MESES *************************************
       5000-IMPRIMIR-TENDENCIA.
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            MOVE 'TENDENCIA - 12 MESES ATE O MES DO RELATORIO' TO
                REL-SECAO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SECAO
            MOVE 'MES' TO REL-CAB-ROTULO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-CABECALHO
            WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SEPARADOR
            PERFORM VARYING WS-IND-MES FROM 1 BY 1
                    UNTIL WS-IND-MES > 12
                PERFORM 6100-FORMATAR-MES
                MOVE WS-TND-ANO-MES (WS-IND-MES) TO WS-ANO-MES
                MOVE SPACES TO REL-CODIGO
                STRING WS-AM-ANO '/' WS-AM-MES DELIMITED BY SIZE
                    INTO REL-CODIGO
                END-STRING
                MOVE SPACES TO REL-DESCRICAO
                WRITE REG-REL-NIVEL-SERVICO FROM WS-LINHA-SERVICO
            END-PERFORM.

      ****** COLUNAS DA LINHA A PARTIR DO TOTAL DE TRABALHO *************
       6000-FORMATAR-TOTAL.
            MOVE NVT-REQUISICOES TO REL-REQUISICOES
            MOVE NVT-COMPLETAS TO REL-COMPLETAS
            MOVE NVT-QTD-PEDIDA TO REL-QTD-PEDIDA
            MOVE NVT-QTD-SERVIDA TO REL-QTD-SERVIDA
            MOVE NVT-BOR-ATENDIDOS TO REL-BOR-ATENDIDOS
            MOVE NVT-DIAS-PIOR TO REL-DIAS-PIOR
            MOVE NVT-FALTAS TO REL-FALTAS
            IF NVT-REQUISICOES EQUAL ZERO
                MOVE '    -' TO REL-FILL-LINHA
            ELSE
                COMPUTE WS-PCT ROUNDED =
                    NVT-COMPLETAS * 100 / NVT-REQUISICOES
                MOVE WS-PCT TO WS-PCT-EDITADO
                MOVE WS-PCT-EDITADO TO REL-FILL-LINHA
            END-IF
            IF NVT-QTD-PEDIDA EQUAL ZERO
                MOVE '    -' TO REL-FILL-QTD
            ELSE
                COMPUTE WS-PCT ROUNDED =
                    NVT-QTD-SERVIDA * 100 / NVT-QTD-PEDIDA
                MOVE WS-PCT TO WS-PCT-EDITADO
                MOVE WS-PCT-EDITADO TO REL-FILL-QTD
            END-IF
            IF NVT-BOR-ATENDIDOS EQUAL ZERO
                MOVE '     -' TO REL-DIAS-MEDIO
            ELSE
                COMPUTE WS-DIAS-MEDIO ROUNDED =
                    NVT-DIAS-TOTAL / NVT-BOR-ATENDIDOS
                PERFORM 6900-EDITAR-DIAS
            END-IF.

      ****** COLUNAS DA LINHA A PARTIR DE UM MES DA TENDENCIA ***********
       6100-FORMATAR-MES.
            MOVE WS-TND-REQUISICOES (WS-IND-MES) TO NVT-REQUISICOES
            MOVE WS-TND-COMPLETAS (WS-IND-MES) TO NVT-COMPLETAS
            MOVE WS-TND-QTD-PEDIDA (WS-IND-MES) TO NVT-QTD-PEDIDA
            MOVE WS-TND-QTD-SERVIDA (WS-IND-MES) TO NVT-QTD-SERVIDA
            MOVE WS-TND-BOR-ATENDIDOS (WS-IND-MES) TO
                NVT-BOR-ATENDIDOS
            MOVE WS-TND-DIAS-TOTAL (WS-IND-MES) TO NVT-DIAS-TOTAL
            MOVE WS-TND-DIAS-PIOR (WS-IND-MES) TO NVT-DIAS-PIOR
            MOVE WS-TND-FALTAS (WS-IND-MES) TO NVT-FALTAS
            PERFORM 6000-FORMATAR-TOTAL.

      ****** PRAZO MEDIO LIMITADO A 4 DIGITOS NA COLUNA *****************
       6900-EDITAR-DIAS.
            IF WS-DIAS-MEDIO > 9999
                MOVE 9999 TO WS-DIAS-EDITADO
            ELSE
                MOVE WS-DIAS-MEDIO TO WS-DIAS-EDITADO
            END-IF
            MOVE WS-DIAS-EDITADO TO REL-DIAS-MEDIO.

      ****** POSICAO DA DATA NA TENDENCIA (ZERO = FORA DOS 12 MESES) ****
       8000-LOCALIZAR-MES.
            MOVE WS-MOV-AAAAMM TO WS-ANO-MES
            COMPUTE WS-IND-DATA =
                WS-AM-ANO * 12 + WS-AM-MES - 1 -
                WS-SERIAL-SERVICO + 12
            IF WS-IND-DATA > 12 OR WS-AM-MES < 1 OR WS-AM-MES > 12
                MOVE ZERO TO WS-IND-DATA
            END-IF.

      ****** CATEGORIA DO PRODUTO EM COD-PRODUTO ************************
       8200-OBTER-CATEGORIA.
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTR' TO
                        WS-CATEGORIA-PRODUTO
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF WS-CATEGORIA-PRODUTO EQUAL SPACES
                MOVE '(SEM CATEGORIA)' TO WS-CATEGORIA-ATUAL
            ELSE
                MOVE WS-CATEGORIA-PRODUTO TO WS-CATEGORIA-ATUAL
            END-IF.

      ****** LE O TOTAL DA CHAVE, OU COMECA UM ZERADO *******************
       8300-LER-TOTAL.
            READ SERVICO-TRABALHO RECORD
                KEY IS NVT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-NVT-NOVO
                    INITIALIZE NVT-REQUISICOES NVT-COMPLETAS
                        NVT-QTD-PEDIDA NVT-QTD-SERVIDA
                        NVT-BOR-ATENDIDOS NVT-DIAS-TOTAL
                        NVT-DIAS-PIOR NVT-FALTAS NVT-QTD-FALTA
                NOT INVALID KEY
                    MOVE 'N' TO WS-NVT-NOVO
            END-READ.

      ****** GRAVA OU REGRAVA O TOTAL DA CHAVE **************************
       8400-GRAVAR-TOTAL.
            IF WS-NVT-NOVO EQUAL 'S'
                WRITE REG-SERVICO-TRABALHO
                END-WRITE
            ELSE
                REWRITE REG-SERVICO-TRABALHO
                END-REWRITE
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-NIVEL-SERVICO.
