      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: EMPRESTIMOS DE FERRAMENTAS EM ATRASO: LISTA, POR
      *          DESTINO (DEPARTAMENTO), CADA EMPRESTIMO EM ABERTO DE
      *          EMPRESTIMOS CUJA DEVOLUCAO PREVISTA JA PASSOU, COM A
      *          FERRAMENTA E A SERIE, QUEM RETIROU, A DATA DA
      *          RETIRADA, A DATA PREVISTA E OS DIAS DE ATRASO — O
      *          ALMOXARIFE COBRA A FURADEIRA DE QUEM ESTA COM ELA.
      *          RODA TODO DIA NA CADEIA NOTURNA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-EMPRESTIMOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY DSTSEL.
           COPY EMPSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT EMPRESTIMOS-ATRASO ASSIGN TO
           'C:\ARQUIVOS\emprestimos-atraso.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-emprestimos.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY DSTFD.
           COPY EMPFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD EMPRESTIMOS-ATRASO.
       01 REG-ATRASO               PIC X(132).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-DESTINO          PIC X(06).
           03 ORD-DATA-PREVISTA    PIC 9(08).
           03 ORD-NUMERO           PIC 9(09).
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-SERIE            PIC X(20).
           03 ORD-RESPONSAVEL      PIC X(20).
           03 ORD-DATA-SAIDA       PIC 9(08).
           03 ORD-DIAS-ATRASO      PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-DST-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-EMP            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-ORD           PIC 99.
       77 WS-EMPRESTIMOS-LIDOS PIC 9(07).
       77 WS-EM-ABERTO         PIC 9(07).
       77 WS-EM-ATRASO         PIC 9(07).
       77 WS-DESTINO-ATRASO    PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-DESTINO-ATUAL     PIC X(06).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(43)
              VALUE 'EMPRESTIMOS DE FERRAMENTAS EM ATRASO - DIA '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(81) VALUE SPACES.

       01 WS-LINHA-DESTINO.
           03 FILLER               PIC X(09) VALUE 'DESTINO: '.
           03 REL-DESTINO          PIC X(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-DESCR-DESTINO    PIC X(30).
           03 FILLER               PIC X(85) VALUE SPACES.

       01 WS-LINHA-COLUNAS.
           03 FILLER               PIC X(33) VALUE
              '   PRODUTO'.
           03 FILLER               PIC X(21) VALUE 'SERIE'.
           03 FILLER               PIC X(21) VALUE 'RETIRADO POR'.
           03 FILLER               PIC X(09) VALUE ' RETIRADA'.
           03 FILLER               PIC X(09) VALUE ' PREVISTA'.
           03 FILLER               PIC X(06) VALUE '  DIAS'.
           03 FILLER               PIC X(11) VALUE ' EMPRESTIMO'.
           03 FILLER               PIC X(22) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-SERIE            PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-RESPONSAVEL      PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-SAIDA       PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-PREVISTA    PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DIAS-ATRASO      PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-NUMERO           PIC 9(09).
           03 FILLER               PIC X(23) VALUE SPACES.

       01 WS-LINHA-TOTAL-DESTINO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(34)
              VALUE 'EMPRESTIMOS EM ATRASO NO DESTINO: '.
           03 REL-TOTAL-DESTINO    PIC ZZZZ9.
           03 FILLER               PIC X(90) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(34)
              VALUE 'EMPRESTIMOS EM ABERTO: '.
           03 REL-TOTAL-ABERTO     PIC ZZZZZZ9.
           03 FILLER               PIC X(20)
              VALUE '   EM ATRASO: '.
           03 REL-TOTAL-ATRASO     PIC ZZZZZZ9.
           03 FILLER               PIC X(64) VALUE SPACES.

       01 WS-LINHA-NADA.
           03 FILLER               PIC X(40) VALUE
              'NENHUM EMPRESTIMO EM ATRASO'.
           03 FILLER               PIC X(92) VALUE SPACES.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- EMPRESTIMOS EM ATRASO ---------------"
            MOVE 'REL-EMPRESTIMOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            INITIALIZE WS-EMPRESTIMOS-LIDOS
            INITIALIZE WS-EM-ABERTO
            INITIALIZE WS-EM-ATRASO

            OPEN OUTPUT EMPRESTIMOS-ATRASO
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-ATRASO FROM WS-LINHA-TITULO
            WRITE REG-ATRASO FROM WS-LINHA-SEPARADOR
            OPEN INPUT EMPRESTIMOS
            IF WS-FS-EMP NOT EQUAL ZEROS
                DISPLAY 'NENHUM EMPRESTIMO REGISTRADO'
            ELSE
                OPEN INPUT PRODUTOS
                OPEN INPUT DESTINOS
                IF WS-FS-DST EQUAL ZEROS
                    MOVE 'S' TO WS-DST-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-DST-DISPONIVEL
                END-IF
                SORT ARQUIVO-ORDENACAO
                    ON ASCENDING KEY ORD-DESTINO
                    ON ASCENDING KEY ORD-DATA-PREVISTA
                    ON ASCENDING KEY ORD-NUMERO
                    INPUT PROCEDURE IS 1000-SELECIONAR-ATRASADOS
                    OUTPUT PROCEDURE IS 2000-IMPRIMIR-ATRASADOS
                IF WS-DST-DISPONIVEL EQUAL 'S'
                    CLOSE DESTINOS
                END-IF
                CLOSE PRODUTOS
                CLOSE EMPRESTIMOS
            END-IF
            IF WS-EM-ATRASO EQUAL ZERO
                WRITE REG-ATRASO FROM WS-LINHA-NADA
            END-IF
            WRITE REG-ATRASO FROM WS-LINHA-SEPARADOR
            MOVE WS-EM-ABERTO TO REL-TOTAL-ABERTO
            MOVE WS-EM-ATRASO TO REL-TOTAL-ATRASO
            WRITE REG-ATRASO FROM WS-LINHA-TOTAL
            CLOSE EMPRESTIMOS-ATRASO
            MOVE 'REL-EMPRESTIMOS' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\emprestimos-atraso.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO

            DISPLAY ' '
            DISPLAY 'EMPRESTIMOS LIDOS: ' WS-EMPRESTIMOS-LIDOS
            DISPLAY 'EMPRESTIMOS EM ABERTO: ' WS-EM-ABERTO
            DISPLAY 'EMPRESTIMOS EM ATRASO: ' WS-EM-ATRASO
            DISPLAY 'RELATORIO GRAVADO: emprestimos-atraso.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-EMPRESTIMOS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-EM-ATRASO TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** EMPRESTIMOS EM ABERTO COM A DEVOLUCAO VENCIDA **************
       1000-SELECIONAR-ATRASADOS.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-EMPRESTIMOS-LIDOS
                   IF EMP-ABERTO
                       ADD 1 TO WS-EM-ABERTO
                       IF EMP-DATA-PREVISTA < WS-DATA-HOJE
                           MOVE EMP-DESTINO TO ORD-DESTINO
                           MOVE EMP-DATA-PREVISTA TO ORD-DATA-PREVISTA
                           MOVE EMP-NUMERO TO ORD-NUMERO
                           MOVE EMP-COD-PRODUTO TO ORD-COD-PRODUTO
                           MOVE EMP-SERIE TO ORD-SERIE
                           MOVE EMP-RESPONSAVEL TO ORD-RESPONSAVEL
                           MOVE EMP-DATA-SAIDA TO ORD-DATA-SAIDA
                           COMPUTE ORD-DIAS-ATRASO = WS-HOJE-INTEIRO -
                               FUNCTION INTEGER-OF-DATE
                               (EMP-DATA-PREVISTA)
                           RELEASE REG-ORDENACAO
                           ADD 1 TO WS-EM-ATRASO
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** UM BLOCO POR DESTINO COM O TOTAL EM ATRASO *****************
       2000-IMPRIMIR-ATRASADOS.
            MOVE 'S' TO WS-PRIMEIRO-GRUPO
            SET WS-EOF-ORD TO 0
            PERFORM UNTIL WS-EOF-ORD EQUAL 1
               RETURN ARQUIVO-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF-ORD
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S'
                       PERFORM 2100-ABRIR-DESTINO
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                   ELSE
                       IF ORD-DESTINO NOT EQUAL WS-DESTINO-ATUAL
                           PERFORM 2200-FECHAR-DESTINO
                           PERFORM 2100-ABRIR-DESTINO
                       END-IF
                   END-IF
                   PERFORM 2300-IMPRIMIR-EMPRESTIMO
               END-RETURN
            END-PERFORM
            IF WS-PRIMEIRO-GRUPO EQUAL 'N'
                PERFORM 2200-FECHAR-DESTINO
            END-IF.

      ****** CABECALHO DO DESTINO ***************************************
       2100-ABRIR-DESTINO.
            MOVE ORD-DESTINO TO WS-DESTINO-ATUAL
            INITIALIZE WS-DESTINO-ATRASO
            MOVE ORD-DESTINO TO REL-DESTINO
            MOVE SPACES TO REL-DESCR-DESTINO
            IF WS-DST-DISPONIVEL EQUAL 'S'
                MOVE ORD-DESTINO TO DEST-CODIGO
                READ DESTINOS RECORD
                    KEY IS DEST-CODIGO
                    INVALID KEY
                        MOVE '** NAO CADASTRADO **' TO
                            REL-DESCR-DESTINO
                    NOT INVALID KEY
                        MOVE DEST-DESCRICAO TO REL-DESCR-DESTINO
                END-READ
            END-IF
            WRITE REG-ATRASO FROM WS-LINHA-DESTINO
            WRITE REG-ATRASO FROM WS-LINHA-COLUNAS.

      ****** TOTAL DO DESTINO *******************************************
       2200-FECHAR-DESTINO.
            MOVE WS-DESTINO-ATRASO TO REL-TOTAL-DESTINO
            WRITE REG-ATRASO FROM WS-LINHA-TOTAL-DESTINO
            MOVE SPACES TO REG-ATRASO
            WRITE REG-ATRASO.

      ****** UM EMPRESTIMO EM ATRASO ************************************
       2300-IMPRIMIR-EMPRESTIMO.
            ADD 1 TO WS-DESTINO-ATRASO
            MOVE ORD-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE ORD-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE '** NAO CADASTRADO **' TO REL-NOME-PRODUTO
                NOT INVALID KEY
                    MOVE WS-NOME-PRODUTO TO REL-NOME-PRODUTO
            END-READ
            MOVE ORD-SERIE TO REL-SERIE
            MOVE ORD-RESPONSAVEL TO REL-RESPONSAVEL
            MOVE ORD-DATA-SAIDA TO REL-DATA-SAIDA
            MOVE ORD-DATA-PREVISTA TO REL-DATA-PREVISTA
            MOVE ORD-DIAS-ATRASO TO REL-DIAS-ATRASO
            MOVE ORD-NUMERO TO REL-NUMERO
            WRITE REG-ATRASO FROM WS-LINHA-DETALHE.

           COPY RUNGRV.
           COPY SPLGRV.

       END PROGRAM REL-EMPRESTIMOS.
