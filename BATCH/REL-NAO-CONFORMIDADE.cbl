      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: QUALIDADE DOS FORNECEDORES NO MES (REL_MES, PADRAO O
      *          MES CORRENTE): POR FORNECEDOR, A QUANTIDADE RECEBIDA
      *          (ENTRADAS-CUSTO), A QUANTIDADE NAO CONFORME DAS RNC
      *          ABERTAS NO MES E A TAXA DE DEFEITO EM PPM (PARTES
      *          POR MILHAO); OS CODIGOS DE DEFEITO MAIS FREQUENTES
      *          DO MES; E AS RNC AINDA SEM RESPOSTA DO FORNECEDOR
      *          DEPOIS DO PRAZO, COM OS DIAS DE ATRASO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-NAO-CONFORMIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RNCSEL.
           COPY DFTSEL.
           COPY ENTSEL.
           COPY FORNSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT QUALIDADE-FORNECEDORES ASSIGN TO
           'C:\ARQUIVOS\rel-nao-conformidade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY RNCFD.
           COPY DFTFD.
           COPY ENTFD.
           COPY FORNFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD QUALIDADE-FORNECEDORES.
       01 REG-REL-QUALIDADE        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-RNC            PIC 99.
       77 WS-FS-DFT            PIC 99.
       77 WS-FS-ENT            PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-ATRASADAS         PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-REL           PIC 9(06).
       77 WS-MES-TXT           PIC X(06).
       77 WS-DFT-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-QTD-FORNECEDORES  PIC 9(03) VALUE ZERO.
       77 WS-IND-FOR           PIC 9(03).
       77 WS-QTD-DEFEITOS      PIC 9(03) VALUE ZERO.
       77 WS-IND-DFT           PIC 9(03).
       77 WS-IND-MAIOR         PIC 9(03).
       77 WS-RANKING           PIC 9(02).
       77 WS-TOP-DEFEITOS      PIC 9(02) VALUE 10.
       77 WS-ACHOU             PIC X VALUE 'N'.
       77 WS-BUSCA-FORNECEDOR  PIC 9(04).
       77 WS-PPM               PIC 9(09).
       77 WS-DIAS-ATRASO       PIC 9(05).

       01 WS-FORNECEDORES.
           03 WS-FOR OCCURS 500 TIMES.
               05 WS-FOR-CODIGO        PIC 9(04).
               05 WS-FOR-RECEBIDA      PIC 9(11).
               05 WS-FOR-REJEITADA     PIC 9(11).
               05 WS-FOR-RNC           PIC 9(05).

       01 WS-DEFEITOS.
           03 WS-DFT OCCURS 200 TIMES.
               05 WS-DFT-CODIGO        PIC X(04).
               05 WS-DFT-QTD           PIC 9(11).
               05 WS-DFT-RNC           PIC 9(05).
               05 WS-DFT-LISTADO       PIC X(01).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(41)
              VALUE 'QUALIDADE DOS FORNECEDORES (RNC) - MES '.
           03 REL-MES              PIC 9(06).
           03 FILLER               PIC X(12) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(65) VALUE SPACES.

       01 WS-LINHA-SUBTITULO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-SUBTITULO        PIC X(60).
           03 FILLER               PIC X(69) VALUE SPACES.

       01 WS-LINHA-FORNECEDOR.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(10) VALUE ' RECEBIDO '.
           03 REL-RECEBIDA         PIC Z(10)9.
           03 FILLER               PIC X(14) VALUE ' NAO CONFORME '.
           03 REL-REJEITADA        PIC Z(10)9.
           03 FILLER               PIC X(05) VALUE ' RNC '.
           03 REL-QTD-RNC          PIC ZZZZ9.
           03 FILLER               PIC X(05) VALUE ' PPM '.
           03 REL-PPM              PIC Z(08)9.
           03 REL-MARCA            PIC X(20).
           03 FILLER               PIC X(07) VALUE SPACES.

       01 WS-LINHA-DEFEITO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-RANKING          PIC Z9.
           03 FILLER               PIC X(02) VALUE '. '.
           03 REL-COD-DEFEITO      PIC X(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DESCR-DEFEITO    PIC X(40).
           03 FILLER               PIC X(05) VALUE ' RNC '.
           03 REL-DFT-RNC          PIC ZZZZ9.
           03 FILLER               PIC X(14) VALUE ' NAO CONFORME '.
           03 REL-DFT-QTD          PIC Z(10)9.
           03 FILLER               PIC X(46) VALUE SPACES.

       01 WS-LINHA-ATRASADA.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(04) VALUE 'RNC '.
           03 REL-ATR-NUMERO       PIC 9(09).
           03 FILLER               PIC X(04) VALUE ' DE '.
           03 REL-ATR-DATA         PIC 9(08).
           03 FILLER               PIC X(06) VALUE ' FORN '.
           03 REL-ATR-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-ATR-NOME         PIC X(30).
           03 FILLER               PIC X(09) VALUE ' DEFEITO '.
           03 REL-ATR-DEFEITO      PIC X(04).
           03 FILLER               PIC X(07) VALUE ' PRAZO '.
           03 REL-ATR-PRAZO        PIC 9(08).
           03 FILLER               PIC X(13) VALUE ' ATRASADA HA '.
           03 REL-ATR-DIAS         PIC ZZZZ9.
           03 FILLER               PIC X(05) VALUE ' DIAS'.
           03 FILLER               PIC X(12) VALUE SPACES.

           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- QUALIDADE DOS FORNECEDORES ----------"
            MOVE 'REL-NAO-CONFORMIDADE' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-ATRASADAS
            INITIALIZE WS-FORNECEDORES
            INITIALIZE WS-DEFEITOS
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL ZEROS
                MOVE 'S' TO WS-FORN-DISPONIVEL
            END-IF
            OPEN INPUT DEFEITOS
            IF WS-FS-DFT EQUAL ZEROS
                MOVE 'S' TO WS-DFT-DISPONIVEL
            END-IF

            OPEN OUTPUT QUALIDADE-FORNECEDORES
            MOVE WS-MES-REL TO REL-MES
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-TITULO
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-SEPARADOR
            PERFORM 1000-SOMAR-RECEBIMENTOS
            OPEN INPUT NAO-CONFORMIDADES
            IF WS-FS-RNC NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE NAO CONFORMIDADES AUSENTE'
            ELSE
                PERFORM 2000-SOMAR-NAO-CONFORMIDADES
            END-IF
            PERFORM 3000-IMPRIMIR-FORNECEDORES
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-SEPARADOR
            PERFORM 4000-IMPRIMIR-DEFEITOS
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-SEPARADOR
            IF WS-FS-RNC EQUAL ZEROS
                PERFORM 5000-IMPRIMIR-ATRASADAS
                CLOSE NAO-CONFORMIDADES
            END-IF
            CLOSE QUALIDADE-FORNECEDORES
            MOVE 'REL-NAO-CONFORMIDADE' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-nao-conformidade.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-REL DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-DFT-DISPONIVEL EQUAL 'S'
                CLOSE DEFEITOS
            END-IF
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES
            END-IF

            DISPLAY ' '
            DISPLAY 'FORNECEDORES NO MES: ' WS-QTD-FORNECEDORES
            DISPLAY 'RNC ABERTAS NO MES: ' WS-CONTADOR
            DISPLAY 'RNC SEM RESPOSTA APOS O PRAZO: ' WS-ATRASADAS
            DISPLAY 'RELATORIO GRAVADO: rel-nao-conformidade.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES DO RELATORIO VINDO DO AMBIENTE *************************
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-REL
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'REL_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-REL
            END-IF.

      ****** QUANTIDADE RECEBIDA NO MES POR FORNECEDOR ******************
       1000-SOMAR-RECEBIMENTOS.
            OPEN INPUT ENTRADAS-CUSTO
            IF WS-FS-ENT NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE ENTRADAS AUSENTE, PPM SEM BASE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ENTRADAS-CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF ENT-DATA (1 : 6) EQUAL WS-MES-REL
                           MOVE ENT-COD-FORNECEDOR TO
                               WS-BUSCA-FORNECEDOR
                           PERFORM 1100-LOCALIZAR-FORNECEDOR
                           IF WS-ACHOU EQUAL 'S'
                               ADD ENT-QTD-ESTOQUE TO
                                   WS-FOR-RECEBIDA (WS-IND-FOR)
                           END-IF
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE ENTRADAS-CUSTO
            END-IF.

      ****** POSICAO DO FORNECEDOR NA TABELA, INCLUINDO SE NOVO *********
       1100-LOCALIZAR-FORNECEDOR.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                    UNTIL WS-IND-FOR > WS-QTD-FORNECEDORES OR
                          WS-ACHOU EQUAL 'S'
                IF WS-FOR-CODIGO (WS-IND-FOR) EQUAL
                   WS-BUSCA-FORNECEDOR
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU EQUAL 'S'
                SUBTRACT 1 FROM WS-IND-FOR
            ELSE
                IF WS-QTD-FORNECEDORES < 500
                    ADD 1 TO WS-QTD-FORNECEDORES
                    MOVE WS-QTD-FORNECEDORES TO WS-IND-FOR
                    MOVE WS-BUSCA-FORNECEDOR TO
                        WS-FOR-CODIGO (WS-IND-FOR)
                    MOVE 'S' TO WS-ACHOU
                ELSE
                    DISPLAY 'MAIS DE 500 FORNECEDORES, FORNECEDOR '
                        WS-BUSCA-FORNECEDOR ' FORA DO TOTAL'
                END-IF
            END-IF.

      ****** RNC DO MES POR FORNECEDOR E POR DEFEITO ********************
       2000-SOMAR-NAO-CONFORMIDADES.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ NAO-CONFORMIDADES NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   IF RNC-DATA (1 : 6) EQUAL WS-MES-REL
                       ADD 1 TO WS-CONTADOR
                       MOVE RNC-COD-FORNECEDOR TO WS-BUSCA-FORNECEDOR
                       PERFORM 1100-LOCALIZAR-FORNECEDOR
                       IF WS-ACHOU EQUAL 'S'
                           ADD RNC-QUANTIDADE TO
                               WS-FOR-REJEITADA (WS-IND-FOR)
                           ADD 1 TO WS-FOR-RNC (WS-IND-FOR)
                       END-IF
                       PERFORM 2100-SOMAR-DEFEITO
                   END-IF
               END-READ
            END-PERFORM.

      ****** ACUMULA A RNC NA TABELA DE DEFEITOS ************************
       2100-SOMAR-DEFEITO.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IND-DFT FROM 1 BY 1
                    UNTIL WS-IND-DFT > WS-QTD-DEFEITOS OR
                          WS-ACHOU EQUAL 'S'
                IF WS-DFT-CODIGO (WS-IND-DFT) EQUAL RNC-COD-DEFEITO
                    MOVE 'S' TO WS-ACHOU
                    ADD RNC-QUANTIDADE TO WS-DFT-QTD (WS-IND-DFT)
                    ADD 1 TO WS-DFT-RNC (WS-IND-DFT)
                END-IF
            END-PERFORM
            IF WS-ACHOU EQUAL 'N'
                IF WS-QTD-DEFEITOS < 200
                    ADD 1 TO WS-QTD-DEFEITOS
                    MOVE RNC-COD-DEFEITO TO
                        WS-DFT-CODIGO (WS-QTD-DEFEITOS)
                    MOVE RNC-QUANTIDADE TO
                        WS-DFT-QTD (WS-QTD-DEFEITOS)
                    MOVE 1 TO WS-DFT-RNC (WS-QTD-DEFEITOS)
                    MOVE 'N' TO WS-DFT-LISTADO (WS-QTD-DEFEITOS)
                ELSE
                    DISPLAY 'MAIS DE 200 CODIGOS DE DEFEITO, CODIGO '
                        RNC-COD-DEFEITO ' FORA DO TOTAL'
                END-IF
            END-IF.

      ****** UMA LINHA POR FORNECEDOR COM A TAXA EM PPM *****************
       3000-IMPRIMIR-FORNECEDORES.
            MOVE 'TAXA DE DEFEITO POR FORNECEDOR (PPM)' TO
                REL-SUBTITULO
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-SUBTITULO
            PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                    UNTIL WS-IND-FOR > WS-QTD-FORNECEDORES
                PERFORM 3100-IMPRIMIR-FORNECEDOR
            END-PERFORM
            IF WS-QTD-FORNECEDORES EQUAL ZERO
                MOVE SPACES TO REG-REL-QUALIDADE
                MOVE '     NENHUM RECEBIMENTO OU RNC NO MES' TO
                    REG-REL-QUALIDADE
                WRITE REG-REL-QUALIDADE
            END-IF.

      ****** RECEBIDO, NAO CONFORME E PPM DE UM FORNECEDOR **************
       3100-IMPRIMIR-FORNECEDOR.
            MOVE WS-FOR-CODIGO (WS-IND-FOR) TO REL-COD-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO REL-NOME-FORNECEDOR
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FOR-CODIGO (WS-IND-FOR) TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO REL-NOME-FORNECEDOR
                END-READ
            END-IF
            MOVE WS-FOR-RECEBIDA (WS-IND-FOR) TO REL-RECEBIDA
            MOVE WS-FOR-REJEITADA (WS-IND-FOR) TO REL-REJEITADA
            MOVE WS-FOR-RNC (WS-IND-FOR) TO REL-QTD-RNC
            MOVE ZEROS TO WS-PPM
            MOVE SPACES TO REL-MARCA
            IF WS-FOR-RECEBIDA (WS-IND-FOR) > ZERO
                COMPUTE WS-PPM ROUNDED =
                    WS-FOR-REJEITADA (WS-IND-FOR) * 1000000 /
                    WS-FOR-RECEBIDA (WS-IND-FOR)
                    ON SIZE ERROR
                        MOVE 999999999 TO WS-PPM
                END-COMPUTE
            ELSE
                IF WS-FOR-REJEITADA (WS-IND-FOR) > ZERO
                    MOVE ' SEM RECEBIDO NO MES' TO REL-MARCA
                END-IF
            END-IF
            MOVE WS-PPM TO REL-PPM
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-FORNECEDOR.

      ****** CODIGOS DE DEFEITO MAIS FREQUENTES DO MES ******************
       4000-IMPRIMIR-DEFEITOS.
            MOVE SPACES TO REL-SUBTITULO
            STRING 'PRINCIPAIS CODIGOS DE DEFEITO DO MES (ATE '
                WS-TOP-DEFEITOS ')' DELIMITED BY SIZE
                INTO REL-SUBTITULO
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-SUBTITULO
            PERFORM VARYING WS-RANKING FROM 1 BY 1
                    UNTIL WS-RANKING > WS-TOP-DEFEITOS OR
                          WS-RANKING > WS-QTD-DEFEITOS
                PERFORM 4100-IMPRIMIR-MAIOR-DEFEITO
            END-PERFORM
            IF WS-QTD-DEFEITOS EQUAL ZERO
                MOVE SPACES TO REG-REL-QUALIDADE
                MOVE '     NENHUMA RNC NO MES' TO REG-REL-QUALIDADE
                WRITE REG-REL-QUALIDADE
            END-IF.

      ****** O MAIOR DEFEITO AINDA NAO LISTADO, PELA QUANTIDADE *********
       4100-IMPRIMIR-MAIOR-DEFEITO.
            MOVE ZEROS TO WS-IND-MAIOR
            PERFORM VARYING WS-IND-DFT FROM 1 BY 1
                    UNTIL WS-IND-DFT > WS-QTD-DEFEITOS
                IF WS-DFT-LISTADO (WS-IND-DFT) EQUAL 'N'
                    IF WS-IND-MAIOR EQUAL ZERO
                        MOVE WS-IND-DFT TO WS-IND-MAIOR
                    ELSE
                        IF WS-DFT-QTD (WS-IND-DFT) >
                           WS-DFT-QTD (WS-IND-MAIOR)
                            MOVE WS-IND-DFT TO WS-IND-MAIOR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-IND-MAIOR > ZERO
                MOVE 'S' TO WS-DFT-LISTADO (WS-IND-MAIOR)
                MOVE WS-RANKING TO REL-RANKING
                MOVE WS-DFT-CODIGO (WS-IND-MAIOR) TO REL-COD-DEFEITO
                MOVE SPACES TO REL-DESCR-DEFEITO
                IF WS-DFT-DISPONIVEL EQUAL 'S'
                    MOVE WS-DFT-CODIGO (WS-IND-MAIOR) TO DFT-CODIGO
                    READ DEFEITOS RECORD
                        KEY IS DFT-CODIGO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE DFT-DESCRICAO TO REL-DESCR-DEFEITO
                    END-READ
                END-IF
                MOVE WS-DFT-RNC (WS-IND-MAIOR) TO REL-DFT-RNC
                MOVE WS-DFT-QTD (WS-IND-MAIOR) TO REL-DFT-QTD
                WRITE REG-REL-QUALIDADE FROM WS-LINHA-DEFEITO
            END-IF.

      ****** RNC ABERTAS COM O PRAZO DE RESPOSTA VENCIDO ****************
       5000-IMPRIMIR-ATRASADAS.
            MOVE 'RNC SEM RESPOSTA DO FORNECEDOR APOS O PRAZO' TO
                REL-SUBTITULO
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-SUBTITULO
            MOVE ZEROS TO RNC-NUMERO
            START NAO-CONFORMIDADES KEY IS NOT LESS THAN RNC-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ NAO-CONFORMIDADES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RNC-ABERTA AND
                              RNC-PRAZO-RESPOSTA < WS-DATA-HOJE
                               PERFORM 5100-IMPRIMIR-ATRASADA
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-ATRASADAS EQUAL ZERO
                MOVE SPACES TO REG-REL-QUALIDADE
                MOVE '     NENHUMA' TO REG-REL-QUALIDADE
                WRITE REG-REL-QUALIDADE
            END-IF.

      ****** UMA RNC ATRASADA COM OS DIAS ALEM DO PRAZO *****************
       5100-IMPRIMIR-ATRASADA.
            COMPUTE WS-DIAS-ATRASO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                FUNCTION INTEGER-OF-DATE(RNC-PRAZO-RESPOSTA)
            MOVE RNC-NUMERO TO REL-ATR-NUMERO
            MOVE RNC-DATA TO REL-ATR-DATA
            MOVE RNC-COD-FORNECEDOR TO REL-ATR-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO REL-ATR-NOME
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE RNC-COD-FORNECEDOR TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO REL-ATR-NOME
                END-READ
            END-IF
            MOVE RNC-COD-DEFEITO TO REL-ATR-DEFEITO
            MOVE RNC-PRAZO-RESPOSTA TO REL-ATR-PRAZO
            MOVE WS-DIAS-ATRASO TO REL-ATR-DIAS
            WRITE REG-REL-QUALIDADE FROM WS-LINHA-ATRASADA
            ADD 1 TO WS-ATRASADAS.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-NAO-CONFORMIDADE.
