      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: DURACAO DOS PASSOS DO LOTE: PARA CADA PROGRAMA QUE
      *          GRAVA INICIO E FIM EM CONTROLE-EXECUCAO (OS PASSOS DA
      *          CADEIA NOTURNA E A PROPRIA CADEIA), CASA CADA INICIO
      *          COM O SEU FIM E MOSTRA, NAS ULTIMAS 30 E 90 NOITES, A
      *          QUANTIDADE DE EXECUCOES LIMPAS, A DURACAO MEDIA E A
      *          MAXIMA, A ULTIMA DURACAO, A TENDENCIA (MEDIA DAS 30
      *          ULTIMAS NOITES CONTRA A DAS NOITES 31 A 90: SUBINDO
      *          OU CAINDO QUANDO A DIFERENCA PASSA DE 10%), OS
      *          REGISTROS LIDOS POR MINUTO NAS 30 NOITES E AS FALHAS
      *          (FIM SEM STATUS 00 OU INICIO SEM FIM) DAS 90 NOITES.
      *          TEMPOS EM MINUTOS. A OPERACAO USA A LISTA PARA VER
      *          QUAL PASSO ESTA CRESCENDO ANTES QUE ESTOURE A JANELA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-DURACAO-PASSOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-EOF               PIC 99.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-CORTE-30          PIC 9(08).
       77 WS-CORTE-90          PIC 9(08).
       77 WS-LIDOS             PIC 9(07).
       77 WS-QTD-PROGRAMAS     PIC 9(03).
       77 WS-MAX-PROGRAMAS     PIC 9(03) VALUE 80.
       77 WS-IND               PIC 9(03).
       77 WS-VARRE             PIC 9(03).
       77 WS-INSTANTE          PIC 9(12).
       77 WS-INST-DATA         PIC 9(08).
       77 WS-DURACAO           PIC 9(09).
       77 WS-MEDIA-30          PIC 9(09)V9.
       77 WS-MEDIA-ANT         PIC 9(09)V9.
       77 WS-TEND-PCT          PIC S9(05).
       77 WS-QTD-SUBINDO       PIC 9(03).
       77 WS-QTD-CAINDO        PIC 9(03).

       01 WS-INST-HORA             PIC 9(08).
       01 WS-INST-HORA-PARTES REDEFINES WS-INST-HORA.
           03 WS-INST-HH           PIC 9(02).
           03 WS-INST-MM           PIC 9(02).
           03 WS-INST-SS           PIC 9(02).
           03 WS-INST-CC           PIC 9(02).

       01 WS-TABELA-DURACOES.
           03 TAB-DURACAO OCCURS 80 TIMES.
               05 TAB-PROGRAMA     PIC X(20).
               05 TAB-ABERTO       PIC 9(12).
               05 TAB-DATA-ABERTO  PIC 9(08).
               05 TAB-QTD-30       PIC 9(05).
               05 TAB-SOMA-30      PIC 9(10).
               05 TAB-MAX-30       PIC 9(09).
               05 TAB-LIDOS-30     PIC 9(11).
               05 TAB-QTD-90       PIC 9(05).
               05 TAB-SOMA-90      PIC 9(10).
               05 TAB-MAX-90       PIC 9(09).
               05 TAB-QTD-ANT      PIC 9(05).
               05 TAB-SOMA-ANT     PIC 9(10).
               05 TAB-ULTIMA       PIC 9(09).
               05 TAB-TEM-ULTIMA   PIC X(01).
               05 TAB-FALHAS-90    PIC 9(05).

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(31)
              VALUE 'DURACAO DOS PASSOS DO LOTE - EM'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-EMISSAO     PIC 9(08).
           03 FILLER               PIC X(22)
              VALUE ' (TEMPOS EM MINUTOS)'.

       01 WS-LINHA-CAB-1.
           03 FILLER               PIC X(21) VALUE SPACES.
           03 FILLER               PIC X(20)
              VALUE '-- ULTIMAS 30 NOITES'.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(20)
              VALUE '-- ULTIMAS 90 NOITES'.

       01 WS-LINHA-CAB-2.
           03 FILLER               PIC X(20) VALUE 'PROGRAMA'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(04) VALUE ' QTD'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(07) VALUE '  MEDIA'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(07) VALUE ' MAXIMA'.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(04) VALUE ' QTD'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(07) VALUE '  MEDIA'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(07) VALUE ' MAXIMA'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(07) VALUE ' ULTIMA'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'TEND.%'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(08) VALUE 'SITUACAO'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(08) VALUE 'LIDO/MIN'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'FALHAS'.

       01 WS-LINHA-DETALHE.
           03 REL-PROGRAMA         PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-QTD-30           PIC ZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-MEDIA-30         PIC ZZZZ9.9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-MAX-30           PIC ZZZZ9.9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-QTD-90           PIC ZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-MEDIA-90         PIC ZZZZ9.9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-MAX-90           PIC ZZZZ9.9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-ULTIMA           PIC ZZZZ9.9.
           03 REL-ULTIMA-X REDEFINES REL-ULTIMA PIC X(07).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-TEND-PCT         PIC ++++9.
           03 REL-TEND-PCT-X REDEFINES REL-TEND-PCT PIC X(05).
           03 REL-TEND-SINAL       PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-TENDENCIA        PIC X(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-LIDOS-MIN        PIC ZZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-FALHAS           PIC ZZZZZ9.

           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            COMPUTE WS-CORTE-30 =
                FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEIRO - 30)
            COMPUTE WS-CORTE-90 =
                FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEIRO - 90)
            MOVE 'REL-DURACAO-PASSOS' TO WS-SPL-PROGRAMA
            STRING 'DESDE=' WS-CORTE-90 ' ATE=' WS-DATA-HOJE
                DELIMITED BY SIZE INTO WS-SPL-PARAMETROS
            PERFORM 9810-ABRIR-SPOOL
            MOVE WS-DATA-HOJE TO REL-DATA-EMISSAO
            MOVE WS-LINHA-TITULO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 9812-IMPRIMIR-LINHA

            INITIALIZE WS-TABELA-DURACOES
            INITIALIZE WS-QTD-PROGRAMAS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-QTD-SUBINDO
            INITIALIZE WS-QTD-CAINDO
            PERFORM 1000-LER-CONTROLE

            IF WS-QTD-PROGRAMAS EQUAL ZERO
                MOVE 'NENHUMA EXECUCAO NAS ULTIMAS 90 NOITES'
                    TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                MOVE WS-LINHA-CAB-1 TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
                MOVE WS-LINHA-CAB-2 TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
                PERFORM 2000-LISTAR-PROGRAMA
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PROGRAMAS
            END-IF

            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'REGISTROS DO CONTROLE LIDOS: ' WS-LIDOS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'PROGRAMAS LISTADOS: ' WS-QTD-PROGRAMAS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            STRING 'DURACAO SUBINDO: ' WS-QTD-SUBINDO
                '   CAINDO: ' WS-QTD-CAINDO
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** CASA CADA INICIO COM O SEU FIM, POR PROGRAMA ***************
       1000-LER-CONTROLE.
            OPEN INPUT CONTROLE-EXECUCAO
            IF WS-FS-RUN NOT EQUAL ZEROS
                DISPLAY 'CONTROLE-EXECUCAO AUSENTE, FILE STATUS '
                    WS-FS-RUN
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTROLE-EXECUCAO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF RUN-DATA IS NUMERIC AND
                          RUN-HORA IS NUMERIC AND
                          RUN-DATA NOT < WS-CORTE-90
                           PERFORM 1100-EVENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE CONTROLE-EXECUCAO
            END-IF.

      ****** INICIO ABRE, FIM FECHA E CLASSIFICA NA JANELA **************
       1100-EVENTO.
            PERFORM 1200-LOCALIZAR-PROGRAMA
            IF WS-IND EQUAL ZERO
                DISPLAY 'MAIS DE ' WS-MAX-PROGRAMAS ' PROGRAMAS, '
                    RUN-PROGRAMA ' IGNORADO'
            ELSE
                MOVE RUN-DATA TO WS-INST-DATA
                MOVE RUN-HORA TO WS-INST-HORA
                COMPUTE WS-INSTANTE =
                    FUNCTION INTEGER-OF-DATE(WS-INST-DATA) * 86400 +
                    WS-INST-HH * 3600 + WS-INST-MM * 60 + WS-INST-SS
                IF RUN-EVENTO EQUAL 'INICIO'
                    IF TAB-ABERTO (WS-IND) > ZERO
                        ADD 1 TO TAB-FALHAS-90 (WS-IND)
                    END-IF
                    MOVE WS-INSTANTE TO TAB-ABERTO (WS-IND)
                    MOVE RUN-DATA TO TAB-DATA-ABERTO (WS-IND)
                END-IF
                IF RUN-EVENTO EQUAL 'FIM' AND
                   TAB-ABERTO (WS-IND) > ZERO
                    IF RUN-FILE-STATUS EQUAL '00' AND
                       WS-INSTANTE NOT < TAB-ABERTO (WS-IND)
                        COMPUTE WS-DURACAO =
                            WS-INSTANTE - TAB-ABERTO (WS-IND)
                        PERFORM 1300-SOMAR-DURACAO
                    ELSE
                        ADD 1 TO TAB-FALHAS-90 (WS-IND)
                    END-IF
                    MOVE ZERO TO TAB-ABERTO (WS-IND)
                END-IF
            END-IF.

      ****** POSICAO DO PROGRAMA NA TABELA, INCLUINDO SE NOVO ***********
       1200-LOCALIZAR-PROGRAMA.
            MOVE ZERO TO WS-IND
            PERFORM VARYING WS-VARRE FROM 1 BY 1
                UNTIL WS-VARRE > WS-QTD-PROGRAMAS OR WS-IND > ZERO
                IF TAB-PROGRAMA (WS-VARRE) EQUAL RUN-PROGRAMA
                    MOVE WS-VARRE TO WS-IND
                END-IF
            END-PERFORM
            IF WS-IND EQUAL ZERO AND
               WS-QTD-PROGRAMAS < WS-MAX-PROGRAMAS
                ADD 1 TO WS-QTD-PROGRAMAS
                MOVE WS-QTD-PROGRAMAS TO WS-IND
                MOVE RUN-PROGRAMA TO TAB-PROGRAMA (WS-IND)
            END-IF.

      ****** EXECUCAO LIMPA: 30 NOITES, 90 NOITES OU NOITES 31 A 90 *****
       1300-SOMAR-DURACAO.
            ADD 1 TO TAB-QTD-90 (WS-IND)
            ADD WS-DURACAO TO TAB-SOMA-90 (WS-IND)
            IF WS-DURACAO > TAB-MAX-90 (WS-IND)
                MOVE WS-DURACAO TO TAB-MAX-90 (WS-IND)
            END-IF
            IF TAB-DATA-ABERTO (WS-IND) NOT < WS-CORTE-30
                ADD 1 TO TAB-QTD-30 (WS-IND)
                ADD WS-DURACAO TO TAB-SOMA-30 (WS-IND)
                ADD RUN-REG-LIDOS TO TAB-LIDOS-30 (WS-IND)
                IF WS-DURACAO > TAB-MAX-30 (WS-IND)
                    MOVE WS-DURACAO TO TAB-MAX-30 (WS-IND)
                END-IF
            ELSE
                ADD 1 TO TAB-QTD-ANT (WS-IND)
                ADD WS-DURACAO TO TAB-SOMA-ANT (WS-IND)
            END-IF
            MOVE WS-DURACAO TO TAB-ULTIMA (WS-IND)
            MOVE 'S' TO TAB-TEM-ULTIMA (WS-IND).

      ****** UMA LINHA POR PROGRAMA COM MEDIAS E TENDENCIA **************
       2000-LISTAR-PROGRAMA.
            MOVE TAB-PROGRAMA (WS-IND) TO REL-PROGRAMA
            MOVE TAB-QTD-30 (WS-IND) TO REL-QTD-30
            MOVE TAB-QTD-90 (WS-IND) TO REL-QTD-90
            MOVE ZERO TO WS-MEDIA-30
            MOVE ZERO TO WS-MEDIA-ANT
            IF TAB-QTD-30 (WS-IND) > ZERO
                COMPUTE WS-MEDIA-30 ROUNDED =
                    TAB-SOMA-30 (WS-IND) / TAB-QTD-30 (WS-IND)
            END-IF
            IF TAB-QTD-ANT (WS-IND) > ZERO
                COMPUTE WS-MEDIA-ANT ROUNDED =
                    TAB-SOMA-ANT (WS-IND) / TAB-QTD-ANT (WS-IND)
            END-IF
            COMPUTE REL-MEDIA-30 ROUNDED = WS-MEDIA-30 / 60
            COMPUTE REL-MAX-30 ROUNDED = TAB-MAX-30 (WS-IND) / 60
            IF TAB-QTD-90 (WS-IND) > ZERO
                COMPUTE REL-MEDIA-90 ROUNDED = TAB-SOMA-90 (WS-IND) /
                    TAB-QTD-90 (WS-IND) / 60
            ELSE
                MOVE ZERO TO REL-MEDIA-90
            END-IF
            COMPUTE REL-MAX-90 ROUNDED = TAB-MAX-90 (WS-IND) / 60
            IF TAB-TEM-ULTIMA (WS-IND) EQUAL 'S'
                COMPUTE REL-ULTIMA ROUNDED = TAB-ULTIMA (WS-IND) / 60
            ELSE
                MOVE '      -' TO REL-ULTIMA-X
            END-IF
            PERFORM 2100-CLASSIFICAR-TENDENCIA
            IF TAB-SOMA-30 (WS-IND) > ZERO
                COMPUTE REL-LIDOS-MIN ROUNDED =
                    TAB-LIDOS-30 (WS-IND) * 60 / TAB-SOMA-30 (WS-IND)
            ELSE
                MOVE ZERO TO REL-LIDOS-MIN
            END-IF
            MOVE TAB-FALHAS-90 (WS-IND) TO REL-FALHAS
            MOVE WS-LINHA-DETALHE TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** 30 ULTIMAS NOITES CONTRA AS NOITES 31 A 90 *****************
       2100-CLASSIFICAR-TENDENCIA.
            IF TAB-QTD-30 (WS-IND) EQUAL ZERO OR
               TAB-QTD-ANT (WS-IND) EQUAL ZERO
                MOVE SPACES TO REL-TEND-PCT-X
                MOVE SPACE TO REL-TEND-SINAL
                MOVE 'SEM BASE' TO REL-TENDENCIA
            ELSE
                IF WS-MEDIA-ANT EQUAL ZERO
                    IF WS-MEDIA-30 EQUAL ZERO
                        MOVE ZERO TO WS-TEND-PCT
                    ELSE
                        MOVE 9999 TO WS-TEND-PCT
                    END-IF
                ELSE
                    IF WS-MEDIA-30 > WS-MEDIA-ANT * 100
                        MOVE 9999 TO WS-TEND-PCT
                    ELSE
                        COMPUTE WS-TEND-PCT ROUNDED =
                            (WS-MEDIA-30 - WS-MEDIA-ANT) * 100 /
                            WS-MEDIA-ANT
                    END-IF
                END-IF
                MOVE WS-TEND-PCT TO REL-TEND-PCT
                MOVE '%' TO REL-TEND-SINAL
                EVALUATE TRUE
                    WHEN WS-TEND-PCT > 10
                        MOVE 'SUBINDO' TO REL-TENDENCIA
                        ADD 1 TO WS-QTD-SUBINDO
                    WHEN WS-TEND-PCT < -10
                        MOVE 'CAINDO' TO REL-TENDENCIA
                        ADD 1 TO WS-QTD-CAINDO
                    WHEN OTHER
                        MOVE 'ESTAVEL' TO REL-TENDENCIA
                END-EVALUATE
            END-IF.

           COPY SPLGRV.
       END PROGRAM REL-DURACAO-PASSOS.
