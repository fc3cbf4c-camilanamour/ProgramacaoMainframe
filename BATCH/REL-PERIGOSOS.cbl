      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO DE CONFORMIDADE DA ARMAZENAGEM DE PRODUTOS
      *          PERIGOSOS PARA A FISCALIZACAO: O ESTOQUE DE CADA
      *          PRODUTO DE PERIGOSOS COM CLASSE, NUMERO ONU E O
      *          MAXIMO PROPRIO, O TOTAL EM ESTOQUE POR CLASSE DE
      *          RISCO CONTRA O LIMITE LICENCIADO (LIMITES-CLASSE),
      *          MARCANDO ** ACIMA DO LIMITE **, E OS PRODUTOS CUJA
      *          FISPQ E MAIS ANTIGA QUE O PRAZO DE REVISAO
      *          (FISPQ_REVISAO_DIAS, PADRAO 365 DIAS).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-PERIGOSOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PGOSEL.
           COPY LCLSEL.
           COPY PRODSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT CONFORMIDADE-PERIGOSOS ASSIGN TO
           'C:\ARQUIVOS\rel-perigosos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PGOFD.
           COPY LCLFD.
           COPY PRODFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD CONFORMIDADE-PERIGOSOS.
       01 REG-REL-PERIGOSOS        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-PGO            PIC 99.
       77 WS-FS-LCL            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-ACIMA-MAXIMO      PIC 9(05).
       77 WS-ACIMA-LIMITE      PIC 9(05).
       77 WS-FISPQ-VENCIDAS    PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-CORTE        PIC 9(08).
       77 WS-REVISAO-TXT       PIC X(05).
       77 WS-REVISAO-LEN       PIC 9(02).
       77 WS-REVISAO-DIAS      PIC 9(05) VALUE 365.
       77 WS-LCL-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-ESTOQUE           PIC 9(09).
       77 WS-NOME              PIC X(20).
       77 WS-IDADE-DIAS        PIC 9(07).
       77 WS-QTD-CLASSES       PIC 9(03) VALUE ZERO.
       77 WS-IND-CLS           PIC 9(03).
       77 WS-ACHOU-CLS         PIC X VALUE 'N'.
       77 WS-PCT-LIMITE        PIC 9(05).

       01 WS-CLASSES.
           03 WS-CLS OCCURS 50 TIMES.
               05 WS-CLS-CODIGO        PIC X(04).
               05 WS-CLS-QTD           PIC 9(11).
               05 WS-CLS-PRODUTOS      PIC 9(05).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(47)
              VALUE 'ARMAZENAGEM DE PRODUTOS PERIGOSOS - EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(77) VALUE SPACES.

       01 WS-LINHA-SUBTITULO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-SUBTITULO        PIC X(60).
           03 FILLER               PIC X(69) VALUE SPACES.

       01 WS-LINHA-PRODUTO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME             PIC X(20).
           03 FILLER               PIC X(08) VALUE ' CLASSE '.
           03 REL-CLASSE           PIC X(04).
           03 FILLER               PIC X(05) VALUE ' ONU '.
           03 REL-ONU              PIC 9(04).
           03 FILLER               PIC X(09) VALUE ' ESTOQUE '.
           03 REL-ESTOQUE          PIC Z(08)9.
           03 FILLER               PIC X(08) VALUE ' MAXIMO '.
           03 REL-MAXIMO           PIC Z(08)9.
           03 FILLER               PIC X(07) VALUE ' FISPQ '.
           03 REL-FISPQ            PIC 9(08).
           03 REL-MARCA            PIC X(20).
           03 FILLER               PIC X(11) VALUE SPACES.

       01 WS-LINHA-CLASSE.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(07) VALUE 'CLASSE '.
           03 REL-CLS-CODIGO       PIC X(04).
           03 FILLER               PIC X(10) VALUE ' PRODUTOS '.
           03 REL-CLS-PRODUTOS     PIC ZZZZ9.
           03 FILLER               PIC X(09) VALUE ' ESTOQUE '.
           03 REL-CLS-QTD          PIC Z(10)9.
           03 FILLER               PIC X(08) VALUE ' LIMITE '.
           03 REL-CLS-LIMITE       PIC Z(08)9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-CLS-PCT          PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(09) VALUE ' LICENCA '.
           03 REL-CLS-LICENCA      PIC X(20).
           03 REL-CLS-MARCA        PIC X(24).
           03 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LINHA-FISPQ.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-FSP-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-FSP-NOME         PIC X(20).
           03 FILLER               PIC X(08) VALUE ' CLASSE '.
           03 REL-FSP-CLASSE       PIC X(04).
           03 FILLER               PIC X(17) VALUE ' FISPQ REVISADA '.
           03 REL-FSP-DATA         PIC 9(08).
           03 FILLER               PIC X(04) VALUE ' HA '.
           03 REL-FSP-DIAS         PIC Z(06)9.
           03 FILLER               PIC X(05) VALUE ' DIAS'.
           03 FILLER               PIC X(49) VALUE SPACES.

           COPY RUNWS.
           COPY PARWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- ARMAZENAGEM DE PERIGOSOS ------------"
            MOVE 'REL-PERIGOSOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-ACIMA-MAXIMO
            INITIALIZE WS-ACIMA-LIMITE
            INITIALIZE WS-FISPQ-VENCIDAS
            INITIALIZE WS-CLASSES
            OPEN INPUT PRODUTOS
            OPEN INPUT LIMITES-CLASSE
            IF WS-FS-LCL EQUAL ZEROS
                MOVE 'S' TO WS-LCL-DISPONIVEL
            END-IF

            OPEN OUTPUT CONFORMIDADE-PERIGOSOS
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-TITULO
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-SEPARADOR
            OPEN INPUT PERIGOSOS
            IF WS-FS-PGO NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE PRODUTOS PERIGOSOS AUSENTE'
            ELSE
                MOVE 'ESTOQUE DOS PRODUTOS PERIGOSOS' TO REL-SUBTITULO
                WRITE REG-REL-PERIGOSOS FROM WS-LINHA-SUBTITULO
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PERIGOSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM 1000-IMPRIMIR-PRODUTO
                   END-READ
                END-PERFORM
                WRITE REG-REL-PERIGOSOS FROM WS-LINHA-SEPARADOR
                PERFORM 2000-IMPRIMIR-CLASSES
                WRITE REG-REL-PERIGOSOS FROM WS-LINHA-SEPARADOR
                PERFORM 3000-IMPRIMIR-FISPQ
                CLOSE PERIGOSOS
            END-IF
            CLOSE CONFORMIDADE-PERIGOSOS
            MOVE 'REL-PERIGOSOS' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-perigosos.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'REVISAO-DIAS=' DELIMITED BY SIZE
                WS-REVISAO-DIAS DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-LCL-DISPONIVEL EQUAL 'S'
                CLOSE LIMITES-CLASSE
            END-IF
            CLOSE PRODUTOS

            DISPLAY ' '
            IF WS-CONTADOR = 0
                DISPLAY 'NENHUM PRODUTO PERIGOSO CADASTRADO'
            ELSE
                DISPLAY 'PRODUTOS PERIGOSOS LISTADOS: ' WS-CONTADOR
                DISPLAY 'CLASSES DE RISCO: ' WS-QTD-CLASSES
                DISPLAY 'CLASSES ACIMA DO LIMITE LICENCIADO: '
                    WS-ACIMA-LIMITE
                DISPLAY 'PRODUTOS ACIMA DO MAXIMO PROPRIO: '
                    WS-ACIMA-MAXIMO
                DISPLAY 'FISPQ VENCIDAS (MAIS DE ' WS-REVISAO-DIAS
                    ' DIAS): ' WS-FISPQ-VENCIDAS
            END-IF
            DISPLAY 'RELATORIO GRAVADO: rel-perigosos.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** PRAZO DE REVISAO DA FISPQ VINDO DOS PARAMETROS *************
       0400-OBTER-PARAMETROS.
            MOVE SPACES TO WS-REVISAO-TXT
            MOVE 'FISPQ_REVISAO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-REVISAO-TXT
            INITIALIZE WS-REVISAO-LEN
            INSPECT WS-REVISAO-TXT TALLYING WS-REVISAO-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-REVISAO-LEN > ZERO AND
               WS-REVISAO-TXT (1 : WS-REVISAO-LEN) IS NUMERIC
                MOVE WS-REVISAO-TXT (1 : WS-REVISAO-LEN)
                    TO WS-REVISAO-DIAS
            END-IF
            IF WS-REVISAO-DIAS EQUAL ZERO
                MOVE 365 TO WS-REVISAO-DIAS
            END-IF
            COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                WS-REVISAO-DIAS)
            DISPLAY 'PRAZO DE REVISAO DA FISPQ: ' WS-REVISAO-DIAS
                ' DIAS'.

      ****** UMA LINHA POR PRODUTO E A SOMA NA CLASSE DELE **************
       1000-IMPRIMIR-PRODUTO.
            PERFORM 1100-LER-PRODUTO
            MOVE PGO-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE WS-NOME TO REL-NOME
            MOVE PGO-CLASSE TO REL-CLASSE
            MOVE PGO-NUMERO-ONU TO REL-ONU
            MOVE WS-ESTOQUE TO REL-ESTOQUE
            MOVE PGO-QTD-MAXIMA TO REL-MAXIMO
            MOVE PGO-DATA-FISPQ TO REL-FISPQ
            MOVE SPACES TO REL-MARCA
            IF PGO-QTD-MAXIMA > ZERO AND WS-ESTOQUE > PGO-QTD-MAXIMA
                MOVE ' ** ACIMA DO MAXIMO' TO REL-MARCA
                ADD 1 TO WS-ACIMA-MAXIMO
            END-IF
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-PRODUTO
            ADD 1 TO WS-CONTADOR
            PERFORM 1200-SOMAR-CLASSE.

      ****** NOME E SALDO DO PRODUTO ************************************
       1100-LER-PRODUTO.
            MOVE ZEROS TO WS-ESTOQUE
            MOVE PGO-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE '(NAO CADASTRADO)' TO WS-NOME
                NOT INVALID KEY
                    MOVE NOME-PRODUTO TO WS-NOME
                    MOVE ESTOQUE-PRODUTO TO WS-ESTOQUE
            END-READ.

      ****** ACUMULA O SALDO NA TABELA DE CLASSES ***********************
       1200-SOMAR-CLASSE.
            MOVE 'N' TO WS-ACHOU-CLS
            PERFORM VARYING WS-IND-CLS FROM 1 BY 1
                    UNTIL WS-IND-CLS > WS-QTD-CLASSES OR
                          WS-ACHOU-CLS EQUAL 'S'
                IF WS-CLS-CODIGO (WS-IND-CLS) EQUAL PGO-CLASSE
                    MOVE 'S' TO WS-ACHOU-CLS
                    ADD WS-ESTOQUE TO WS-CLS-QTD (WS-IND-CLS)
                    ADD 1 TO WS-CLS-PRODUTOS (WS-IND-CLS)
                END-IF
            END-PERFORM
            IF WS-ACHOU-CLS EQUAL 'N'
                IF WS-QTD-CLASSES < 50
                    ADD 1 TO WS-QTD-CLASSES
                    MOVE PGO-CLASSE TO WS-CLS-CODIGO (WS-QTD-CLASSES)
                    MOVE WS-ESTOQUE TO WS-CLS-QTD (WS-QTD-CLASSES)
                    MOVE 1 TO WS-CLS-PRODUTOS (WS-QTD-CLASSES)
                ELSE
                    DISPLAY 'MAIS DE 50 CLASSES, CLASSE ' PGO-CLASSE
                        ' FORA DO TOTAL'
                END-IF
            END-IF.

      ****** TOTAL POR CLASSE CONTRA O LIMITE LICENCIADO ****************
       2000-IMPRIMIR-CLASSES.
            MOVE 'TOTAL POR CLASSE DE RISCO X LIMITE LICENCIADO' TO
                REL-SUBTITULO
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-SUBTITULO
            PERFORM VARYING WS-IND-CLS FROM 1 BY 1
                    UNTIL WS-IND-CLS > WS-QTD-CLASSES
                PERFORM 2100-IMPRIMIR-CLASSE
            END-PERFORM.

      ****** UMA LINHA DE CLASSE COM O PERCENTUAL DO LIMITE *************
       2100-IMPRIMIR-CLASSE.
            MOVE WS-CLS-CODIGO (WS-IND-CLS) TO REL-CLS-CODIGO
            MOVE WS-CLS-PRODUTOS (WS-IND-CLS) TO REL-CLS-PRODUTOS
            MOVE WS-CLS-QTD (WS-IND-CLS) TO REL-CLS-QTD
            MOVE ZEROS TO REL-CLS-LIMITE
            MOVE ZEROS TO WS-PCT-LIMITE
            MOVE SPACES TO REL-CLS-LICENCA
            MOVE ' SEM LIMITE LICENCIADO' TO REL-CLS-MARCA
            IF WS-LCL-DISPONIVEL EQUAL 'S'
                MOVE WS-CLS-CODIGO (WS-IND-CLS) TO LCL-CLASSE
                READ LIMITES-CLASSE RECORD
                    KEY IS LCL-CLASSE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LCL-LIMITE TO REL-CLS-LIMITE
                        MOVE LCL-LICENCA TO REL-CLS-LICENCA
                        MOVE SPACES TO REL-CLS-MARCA
                        IF LCL-LIMITE > ZERO
                            COMPUTE WS-PCT-LIMITE =
                                WS-CLS-QTD (WS-IND-CLS) * 100 /
                                LCL-LIMITE
                                ON SIZE ERROR
                                    MOVE 99999 TO WS-PCT-LIMITE
                            END-COMPUTE
                        END-IF
                        IF WS-CLS-QTD (WS-IND-CLS) > LCL-LIMITE
                            MOVE ' ** ACIMA DO LIMITE **' TO
                                REL-CLS-MARCA
                            ADD 1 TO WS-ACIMA-LIMITE
                        END-IF
                END-READ
            END-IF
            MOVE WS-PCT-LIMITE TO REL-CLS-PCT
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-CLASSE.

      ****** FISPQ MAIS ANTIGA QUE O PRAZO DE REVISAO *******************
       3000-IMPRIMIR-FISPQ.
            MOVE 'FISPQ COM REVISAO VENCIDA' TO REL-SUBTITULO
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-SUBTITULO
            MOVE ZEROS TO PGO-COD-PRODUTO
            START PERIGOSOS KEY IS NOT LESS THAN PGO-COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ PERIGOSOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PGO-DATA-FISPQ < WS-DATA-CORTE
                               PERFORM 3100-IMPRIMIR-VENCIDA
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-FISPQ-VENCIDAS EQUAL ZERO
                MOVE SPACES TO REG-REL-PERIGOSOS
                MOVE '     NENHUMA' TO REG-REL-PERIGOSOS
                WRITE REG-REL-PERIGOSOS
            END-IF.

      ****** UMA LINHA POR FISPQ VENCIDA, COM A IDADE EM DIAS ***********
       3100-IMPRIMIR-VENCIDA.
            PERFORM 1100-LER-PRODUTO
            MOVE ZEROS TO WS-IDADE-DIAS
            IF PGO-DATA-FISPQ > ZERO
                COMPUTE WS-IDADE-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                    FUNCTION INTEGER-OF-DATE(PGO-DATA-FISPQ)
            END-IF
            MOVE PGO-COD-PRODUTO TO REL-FSP-PRODUTO
            MOVE WS-NOME TO REL-FSP-NOME
            MOVE PGO-CLASSE TO REL-FSP-CLASSE
            MOVE PGO-DATA-FISPQ TO REL-FSP-DATA
            MOVE WS-IDADE-DIAS TO REL-FSP-DIAS
            WRITE REG-REL-PERIGOSOS FROM WS-LINHA-FISPQ
            ADD 1 TO WS-FISPQ-VENCIDAS.

           COPY RUNGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM REL-PERIGOSOS.
