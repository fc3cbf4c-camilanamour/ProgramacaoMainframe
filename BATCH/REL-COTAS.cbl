      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: USO DAS COTAS MENSAIS DE CONSUMO POR DEPARTAMENTO NO
      *          MES (REL_MES AAAAMM, PADRAO O MES CORRENTE): PARA
      *          CADA DESTINO, UMA LINHA POR COTA DE COTAS-CONSUMO COM
      *          O CONSUMIDO NO MES (SAIDAS AO DESTINO MENOS
      *          DEVOLUCOES DO DEPARTAMENTO E ESTORNOS, APURADO NO
      *          MOVIMENTO-ESTOQUE), O SALDO E O PERCENTUAL USADO,
      *          MARCANDO ** EXCEDIDA ** QUEM PASSOU DA COTA, E EM
      *          SEGUIDA AS SAIDAS ACIMA DA COTA LIBERADAS POR
      *          SUPERVISOR NO MES (EXCESSOS-COTA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-COTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COTSEL.
           COPY XCTSEL.
           COPY MOVSEL.
           COPY PRODSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT USO-COTAS ASSIGN TO
           'C:\ARQUIVOS\uso-cotas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY COTFD.
           COPY XCTFD.
           COPY MOVFD.
           COPY PRODFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD USO-COTAS.
       01 REG-USO-COTAS            PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-COT            PIC 99.
       77 WS-FS-XCT            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-MOV           PIC 99.
       77 WS-EOF-XCT           PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-EXCEDIDAS         PIC 9(05).
       77 WS-LIBERACOES        PIC 9(05).
       77 WS-LIBERACOES-DEST   PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-REL           PIC 9(06).
       77 WS-MES-TXT           PIC X(06).
       77 WS-DESTINO-ATUAL     PIC X(06).
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-USADO             PIC S9(11).
       77 WS-SALDO             PIC S9(11).
       77 WS-SINAL             PIC S9(01).
       77 WS-PCT-USADO         PIC 9(05).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(40)
              VALUE 'USO DAS COTAS DE CONSUMO - MES '.
           03 REL-MES              PIC 9(06).
           03 FILLER               PIC X(12) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(66) VALUE SPACES.

       01 WS-LINHA-DESTINO.
           03 FILLER               PIC X(08) VALUE 'DESTINO '.
           03 REL-DESTINO          PIC X(06).
           03 FILLER               PIC X(118) VALUE SPACES.

       01 WS-LINHA-COTA.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-TIPO             PIC X(10).
           03 REL-ITEM             PIC X(15).
           03 FILLER               PIC X(07) VALUE ' COTA '.
           03 REL-COTA             PIC Z(08)9.
           03 FILLER               PIC X(07) VALUE ' USADO '.
           03 REL-USADO            PIC -Z(09)9.
           03 FILLER               PIC X(07) VALUE ' SALDO '.
           03 REL-SALDO            PIC -Z(09)9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT              PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE '%'.
           03 REL-MARCA            PIC X(15).
           03 FILLER               PIC X(30) VALUE SPACES.

       01 WS-LINHA-SUBTITULO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(40)
              VALUE 'SAIDAS ACIMA DA COTA LIBERADAS NO MES'.
           03 FILLER               PIC X(89) VALUE SPACES.

       01 WS-LINHA-EXCESSO.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 REL-XCT-DATA         PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-XCT-TIPO         PIC X(10).
           03 REL-XCT-ITEM         PIC X(15).
           03 FILLER               PIC X(06) VALUE ' PROD '.
           03 REL-XCT-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(07) VALUE ' SAIDA '.
           03 REL-XCT-QTD          PIC Z(08)9.
           03 FILLER               PIC X(06) VALUE ' COTA '.
           03 REL-XCT-COTA         PIC Z(08)9.
           03 FILLER               PIC X(07) VALUE ' USADO '.
           03 REL-XCT-USADO        PIC Z(08)9.
           03 FILLER               PIC X(06) VALUE ' SUP. '.
           03 REL-XCT-SUPERVISOR   PIC X(08).
           03 FILLER               PIC X(06) VALUE ' OPER '.
           03 REL-XCT-OPERADOR     PIC X(14).

           COPY RUNWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- USO DAS COTAS DE CONSUMO ------------"
            MOVE 'REL-COTAS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-EXCEDIDAS
            INITIALIZE WS-LIBERACOES
            MOVE SPACES TO WS-DESTINO-ATUAL
            OPEN INPUT PRODUTOS
            IF WS-FS EQUAL ZEROS
                MOVE 'S' TO WS-PROD-DISPONIVEL
            END-IF

            OPEN OUTPUT USO-COTAS
            MOVE WS-MES-REL TO REL-MES
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-USO-COTAS FROM WS-LINHA-TITULO
            WRITE REG-USO-COTAS FROM WS-LINHA-SEPARADOR
            OPEN INPUT COTAS-CONSUMO
            IF WS-FS-COT NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE COTAS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ COTAS-CONSUMO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF COT-MES EQUAL WS-MES-REL
                           IF COT-DESTINO NOT EQUAL WS-DESTINO-ATUAL
                               PERFORM 1000-TROCAR-DESTINO
                           END-IF
                           PERFORM 2000-IMPRIMIR-COTA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE COTAS-CONSUMO
                IF WS-DESTINO-ATUAL NOT EQUAL SPACES
                    PERFORM 3000-IMPRIMIR-EXCESSOS
                END-IF
            END-IF
            CLOSE USO-COTAS
            MOVE 'REL-COTAS' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\uso-cotas.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-REL DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                CLOSE PRODUTOS
            END-IF

            DISPLAY ' '
            IF WS-CONTADOR = 0
                DISPLAY 'NENHUMA COTA PARA O MES ' WS-MES-REL
            ELSE
                DISPLAY 'COTAS LISTADAS: ' WS-CONTADOR
                DISPLAY 'COTAS EXCEDIDAS: ' WS-EXCEDIDAS
            END-IF
            DISPLAY 'LIBERACOES ACIMA DA COTA: ' WS-LIBERACOES
            DISPLAY 'RELATORIO GRAVADO: uso-cotas.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            ADD WS-CONTADOR WS-LIBERACOES GIVING WS-RUN-GRAVADOS
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

      ****** FECHA O DESTINO ANTERIOR COM AS LIBERACOES E ABRE O NOVO ***
       1000-TROCAR-DESTINO.
            IF WS-DESTINO-ATUAL NOT EQUAL SPACES
                PERFORM 3000-IMPRIMIR-EXCESSOS
            END-IF
            MOVE COT-DESTINO TO WS-DESTINO-ATUAL
            MOVE COT-DESTINO TO REL-DESTINO
            WRITE REG-USO-COTAS FROM WS-LINHA-DESTINO.

      ****** UMA LINHA POR COTA COM O USADO, O SALDO E A MARCA **********
       2000-IMPRIMIR-COTA.
            PERFORM 2100-APURAR-USADO
            COMPUTE WS-SALDO = COT-QTD-COTA - WS-USADO
            MOVE ZEROS TO WS-PCT-USADO
            IF COT-QTD-COTA > ZERO AND WS-USADO > ZERO
                COMPUTE WS-PCT-USADO = WS-USADO * 100 / COT-QTD-COTA
                    ON SIZE ERROR
                        MOVE 99999 TO WS-PCT-USADO
                END-COMPUTE
            END-IF
            IF COT-POR-PRODUTO
                MOVE 'PRODUTO' TO REL-TIPO
            ELSE
                MOVE 'CATEGORIA' TO REL-TIPO
            END-IF
            MOVE COT-ITEM TO REL-ITEM
            MOVE COT-QTD-COTA TO REL-COTA
            MOVE WS-USADO TO REL-USADO
            MOVE WS-SALDO TO REL-SALDO
            MOVE WS-PCT-USADO TO REL-PCT
            MOVE SPACES TO REL-MARCA
            IF WS-SALDO < ZERO
                MOVE ' ** EXCEDIDA **' TO REL-MARCA
                ADD 1 TO WS-EXCEDIDAS
            END-IF
            WRITE REG-USO-COTAS FROM WS-LINHA-COTA
            ADD 1 TO WS-CONTADOR.

      ****** CONSUMO DO DESTINO NO MES PELO RAZAO DE MOVIMENTOS *********
       2100-APURAR-USADO.
            MOVE ZEROS TO WS-USADO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF-MOV TO 0
                PERFORM UNTIL WS-EOF-MOV EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF-MOV
                   NOT AT END
                       IF MOV-DESTINO EQUAL COT-DESTINO AND
                          MOV-DATA (1 : 6) EQUAL WS-MES-REL
                           PERFORM 2200-SOMAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** SAIDA SOMA; DEVOLUCAO E ESTORNO AO DESTINO ABATEM **********
       2200-SOMAR-MOVIMENTO.
            EVALUATE TRUE
                WHEN MOV-SAIDA
                    MOVE 1 TO WS-SINAL
                WHEN MOV-DEVOLUCAO-DEPTO
                    MOVE -1 TO WS-SINAL
                WHEN MOV-ENTRADA AND MOV-ESTORNO-DE NOT EQUAL ZEROS
                    MOVE -1 TO WS-SINAL
                WHEN OTHER
                    MOVE 0 TO WS-SINAL
            END-EVALUATE
            IF WS-SINAL NOT EQUAL 0
                IF COT-POR-PRODUTO
                    IF MOV-COD-PRODUTO EQUAL COT-COD-PRODUTO
                        COMPUTE WS-USADO = WS-USADO +
                            WS-SINAL * MOV-QUANTIDADE
                    END-IF
                ELSE
                    IF WS-PROD-DISPONIVEL EQUAL 'S'
                        MOVE MOV-COD-PRODUTO TO COD-PRODUTO
                        READ PRODUTOS RECORD
                            KEY IS COD-PRODUTO
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF CATEGORIA-PRODUTO EQUAL COT-ITEM
                                    COMPUTE WS-USADO = WS-USADO +
                                        WS-SINAL * MOV-QUANTIDADE
                                END-IF
                        END-READ
                    END-IF
                END-IF
            END-IF.

      ****** LIBERACOES ACIMA DA COTA DO DESTINO NO MES *****************
       3000-IMPRIMIR-EXCESSOS.
            INITIALIZE WS-LIBERACOES-DEST
            WRITE REG-USO-COTAS FROM WS-LINHA-SUBTITULO
            OPEN INPUT EXCESSOS-COTA
            IF WS-FS-XCT EQUAL ZEROS
                SET WS-EOF-XCT TO 0
                PERFORM UNTIL WS-EOF-XCT EQUAL 1
                   READ EXCESSOS-COTA
                   AT END
                       MOVE 1 TO WS-EOF-XCT
                   NOT AT END
                       IF XCT-DESTINO EQUAL WS-DESTINO-ATUAL AND
                          XCT-MES EQUAL WS-MES-REL
                           PERFORM 3100-IMPRIMIR-EXCESSO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE EXCESSOS-COTA
            END-IF
            IF WS-LIBERACOES-DEST EQUAL ZERO
                MOVE SPACES TO REG-USO-COTAS
                MOVE '     NENHUMA LIBERACAO NO MES' TO REG-USO-COTAS
                WRITE REG-USO-COTAS
            END-IF
            WRITE REG-USO-COTAS FROM WS-LINHA-SEPARADOR.

      ****** UMA LINHA POR LIBERACAO DE SUPERVISOR **********************
       3100-IMPRIMIR-EXCESSO.
            MOVE XCT-DATA TO REL-XCT-DATA
            IF XCT-TIPO EQUAL 'P'
                MOVE 'PRODUTO' TO REL-XCT-TIPO
            ELSE
                MOVE 'CATEGORIA' TO REL-XCT-TIPO
            END-IF
            MOVE XCT-ITEM TO REL-XCT-ITEM
            MOVE XCT-COD-PRODUTO TO REL-XCT-PRODUTO
            MOVE XCT-QUANTIDADE TO REL-XCT-QTD
            MOVE XCT-COTA TO REL-XCT-COTA
            MOVE XCT-USADO TO REL-XCT-USADO
            MOVE XCT-SUPERVISOR TO REL-XCT-SUPERVISOR
            MOVE XCT-OPERADOR TO REL-XCT-OPERADOR
            WRITE REG-USO-COTAS FROM WS-LINHA-EXCESSO
            ADD 1 TO WS-LIBERACOES-DEST
            ADD 1 TO WS-LIBERACOES.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-COTAS.
