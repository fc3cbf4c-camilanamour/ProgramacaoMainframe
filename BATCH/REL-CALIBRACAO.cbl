      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: AGENDA SEMANAL DE CALIBRACAO DOS INSTRUMENTOS
      *          CONTROLADOS POR SERIE: OS INSTRUMENTOS QUE VENCEM NOS
      *          PROXIMOS DIAS (CALIBRACAO_DIAS, PADRAO 30), OS JA
      *          VENCIDOS, REPROVADOS OU NUNCA CALIBRADOS (ESTES NAO
      *          SAEM PELA ESTACAO DO DEPOSITO) E OS QUE ESTAO NO
      *          LABORATORIO, PARA O ENVIO EM LOTE.
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
       PROGRAM-ID. REL-CALIBRACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLBSEL.
           COPY SERSEL.
           COPY PRODSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT AGENDA-CALIBRACAO ASSIGN TO
           'C:\ARQUIVOS\rel-calibracao.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY CLBFD.
           COPY SERFD.
           COPY PRODFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD AGENDA-CALIBRACAO.
       01 REG-REL-CALIBRACAO       PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-CLB            PIC 99.
       77 WS-FS-SER            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-A-VENCER          PIC 9(05).
       77 WS-VENCIDOS          PIC 9(05).
       77 WS-NO-LABORATORIO    PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-LIMITE       PIC 9(08).
       77 WS-PRAZO-TXT         PIC X(05).
       77 WS-PRAZO-LEN         PIC 9(02).
       77 WS-PRAZO-DIAS        PIC 9(05) VALUE 30.
       77 WS-SER-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-NOME              PIC X(20).
       77 WS-SITUACAO          PIC X(43).
       77 WS-SECAO             PIC X VALUE SPACE.
           88 WS-SECAO-VENCIDOS        VALUE 'V'.
           88 WS-SECAO-A-VENCER        VALUE 'A'.
           88 WS-SECAO-LABORATORIO     VALUE 'L'.
       77 WS-SECAO-QTD         PIC 9(05).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(42)
              VALUE 'AGENDA DE CALIBRACAO DE INSTRUMENTOS - EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(82) VALUE SPACES.

       01 WS-LINHA-SUBTITULO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-SUBTITULO        PIC X(60).
           03 FILLER               PIC X(69) VALUE SPACES.

       01 WS-LINHA-INSTRUMENTO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME             PIC X(20).
           03 FILLER               PIC X(07) VALUE ' SERIE '.
           03 REL-SERIE            PIC X(20).
           03 FILLER               PIC X(08) VALUE ' ULTIMA '.
           03 REL-ULTIMA           PIC 9(08).
           03 FILLER               PIC X(07) VALUE ' VENCE '.
           03 REL-VENCIMENTO       PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-SITUACAO         PIC X(43).

           COPY RUNWS.
           COPY PARWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- AGENDA DE CALIBRACAO ----------------"
            MOVE 'REL-CALIBRACAO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-A-VENCER
            INITIALIZE WS-VENCIDOS
            INITIALIZE WS-NO-LABORATORIO
            OPEN INPUT PRODUTOS
            OPEN INPUT SERIES-PRODUTO
            IF WS-FS-SER EQUAL ZEROS
                MOVE 'S' TO WS-SER-DISPONIVEL
            END-IF

            OPEN OUTPUT AGENDA-CALIBRACAO
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-REL-CALIBRACAO FROM WS-LINHA-TITULO
            WRITE REG-REL-CALIBRACAO FROM WS-LINHA-SEPARADOR
            OPEN INPUT CALIBRACOES
            IF WS-FS-CLB NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE CALIBRACOES AUSENTE'
            ELSE
                MOVE 'VENCIDOS, REPROVADOS OU NUNCA CALIBRADOS' TO
                    REL-SUBTITULO
                SET WS-SECAO-VENCIDOS TO TRUE
                PERFORM 1000-PERCORRER-CALIBRACOES
                WRITE REG-REL-CALIBRACAO FROM WS-LINHA-SEPARADOR
                MOVE SPACES TO REL-SUBTITULO
                STRING 'A VENCER NOS PROXIMOS ' WS-PRAZO-DIAS
                    ' DIAS (ATE ' WS-DATA-LIMITE ')'
                    DELIMITED BY SIZE INTO REL-SUBTITULO
                SET WS-SECAO-A-VENCER TO TRUE
                PERFORM 1000-PERCORRER-CALIBRACOES
                WRITE REG-REL-CALIBRACAO FROM WS-LINHA-SEPARADOR
                MOVE 'NO LABORATORIO DE CALIBRACAO' TO REL-SUBTITULO
                SET WS-SECAO-LABORATORIO TO TRUE
                PERFORM 1000-PERCORRER-CALIBRACOES
                CLOSE CALIBRACOES
            END-IF
            CLOSE AGENDA-CALIBRACAO
            MOVE 'REL-CALIBRACAO' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-calibracao.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PRAZO-DIAS=' DELIMITED BY SIZE
                WS-PRAZO-DIAS DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-SER-DISPONIVEL EQUAL 'S'
                CLOSE SERIES-PRODUTO
            END-IF
            CLOSE PRODUTOS

            DISPLAY ' '
            IF WS-LIDOS = 0
                DISPLAY 'NENHUM INSTRUMENTO COM AGENDA DE CALIBRACAO'
            ELSE
                DISPLAY 'INSTRUMENTOS COM AGENDA: ' WS-LIDOS
                DISPLAY 'VENCIDOS/REPROVADOS/NUNCA CALIBRADOS: '
                    WS-VENCIDOS
                DISPLAY 'A VENCER EM ' WS-PRAZO-DIAS ' DIAS: '
                    WS-A-VENCER
                DISPLAY 'NO LABORATORIO: ' WS-NO-LABORATORIO
            END-IF
            DISPLAY 'RELATORIO GRAVADO: rel-calibracao.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** JANELA DE VENCIMENTO VINDA DOS PARAMETROS ******************
       0400-OBTER-PARAMETROS.
            MOVE SPACES TO WS-PRAZO-TXT
            MOVE 'CALIBRACAO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-PRAZO-TXT
            INITIALIZE WS-PRAZO-LEN
            INSPECT WS-PRAZO-TXT TALLYING WS-PRAZO-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PRAZO-LEN > ZERO AND
               WS-PRAZO-TXT (1 : WS-PRAZO-LEN) IS NUMERIC
                MOVE WS-PRAZO-TXT (1 : WS-PRAZO-LEN)
                    TO WS-PRAZO-DIAS
            END-IF
            IF WS-PRAZO-DIAS EQUAL ZERO
                MOVE 30 TO WS-PRAZO-DIAS
            END-IF
            COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) +
                WS-PRAZO-DIAS)
            DISPLAY 'JANELA DE VENCIMENTO: ' WS-PRAZO-DIAS ' DIAS'.

      ****** UMA PASSADA NA AGENDA PARA A SECAO CORRENTE ****************
       1000-PERCORRER-CALIBRACOES.
            WRITE REG-REL-CALIBRACAO FROM WS-LINHA-SUBTITULO
            INITIALIZE WS-SECAO-QTD
            MOVE ZEROS TO CLB-COD-PRODUTO
            MOVE SPACES TO CLB-SERIE
            START CALIBRACOES KEY IS NOT LESS THAN CLB-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ CALIBRACOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-SECAO-VENCIDOS
                               ADD 1 TO WS-LIDOS
                           END-IF
                           PERFORM 1100-CLASSIFICAR-INSTRUMENTO
                       END-READ
                    END-PERFORM
            END-START
            IF WS-SECAO-QTD EQUAL ZERO
                MOVE SPACES TO REG-REL-CALIBRACAO
                MOVE '     NENHUM' TO REG-REL-CALIBRACAO
                WRITE REG-REL-CALIBRACAO
            END-IF.

      ****** O INSTRUMENTO ENTRA NA SECAO CORRENTE? *********************
       1100-CLASSIFICAR-INSTRUMENTO.
            MOVE SPACES TO REL-SITUACAO
            EVALUATE TRUE
                WHEN CLB-DATA-ENVIO > ZERO
                    IF WS-SECAO-LABORATORIO
                        MOVE SPACES TO REL-SITUACAO
                        STRING 'EM ' CLB-LABORATORIO ' DESDE '
                            CLB-DATA-ENVIO DELIMITED BY SIZE
                            INTO REL-SITUACAO
                        ADD 1 TO WS-NO-LABORATORIO
                        PERFORM 1200-IMPRIMIR-INSTRUMENTO
                    END-IF
                WHEN CLB-NUNCA-CALIBRADO
                    IF WS-SECAO-VENCIDOS
                        MOVE '** NUNCA CALIBRADO' TO REL-SITUACAO
                        ADD 1 TO WS-VENCIDOS
                        PERFORM 1200-IMPRIMIR-INSTRUMENTO
                    END-IF
                WHEN CLB-REPROVADO
                    IF WS-SECAO-VENCIDOS
                        MOVE '** REPROVADO NA ULTIMA CALIBRACAO' TO
                            REL-SITUACAO
                        ADD 1 TO WS-VENCIDOS
                        PERFORM 1200-IMPRIMIR-INSTRUMENTO
                    END-IF
                WHEN CLB-DATA-VENCIMENTO < WS-DATA-HOJE
                    IF WS-SECAO-VENCIDOS
                        MOVE '** VENCIDO' TO REL-SITUACAO
                        ADD 1 TO WS-VENCIDOS
                        PERFORM 1200-IMPRIMIR-INSTRUMENTO
                    END-IF
                WHEN CLB-DATA-VENCIMENTO NOT > WS-DATA-LIMITE
                    IF WS-SECAO-A-VENCER
                        ADD 1 TO WS-A-VENCER
                        PERFORM 1200-IMPRIMIR-INSTRUMENTO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      ****** UMA LINHA COM O PARADEIRO DA SERIE *************************
       1200-IMPRIMIR-INSTRUMENTO.
            MOVE CLB-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE '(NAO CADASTRADO)' TO WS-NOME
                NOT INVALID KEY
                    MOVE NOME-PRODUTO TO WS-NOME
            END-READ
            IF NOT WS-SECAO-LABORATORIO AND
               WS-SER-DISPONIVEL EQUAL 'S'
                MOVE CLB-COD-PRODUTO TO SER-COD-PRODUTO
                MOVE CLB-SERIE TO SER-NUMERO
                READ SERIES-PRODUTO RECORD
                    KEY IS SER-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SER-SAIU
                            MOVE SPACES TO WS-SITUACAO
                            STRING REL-SITUACAO DELIMITED BY '  '
                                ' (SAIU PARA ' SER-DESTINO ')'
                                DELIMITED BY SIZE INTO WS-SITUACAO
                            MOVE WS-SITUACAO TO REL-SITUACAO
                        END-IF
                        IF SER-EMPRESTADO
                            MOVE SPACES TO WS-SITUACAO
                            STRING REL-SITUACAO DELIMITED BY '  '
                                ' (EMPRESTADO A ' SER-DESTINO ')'
                                DELIMITED BY SIZE INTO WS-SITUACAO
                            MOVE WS-SITUACAO TO REL-SITUACAO
                        END-IF
                END-READ
            END-IF
            MOVE CLB-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE WS-NOME TO REL-NOME
            MOVE CLB-SERIE TO REL-SERIE
            MOVE CLB-DATA-ULTIMA TO REL-ULTIMA
            MOVE CLB-DATA-VENCIMENTO TO REL-VENCIMENTO
            WRITE REG-REL-CALIBRACAO FROM WS-LINHA-INSTRUMENTO
            ADD 1 TO WS-SECAO-QTD
            ADD 1 TO WS-CONTADOR.

           COPY RUNGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM REL-CALIBRACAO.
