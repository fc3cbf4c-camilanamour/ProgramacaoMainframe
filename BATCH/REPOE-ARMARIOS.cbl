      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: REPOSICAO DOS ARMARIOS DOS DEPARTAMENTOS: PARA CADA
      *          NIVEL DE ARMARIO (ARMARIOS-PAR) COM CONTAGEM NOVA,
      *          COMPARA A QUANTIDADE CONTADA COM O PONTO DE PEDIDO E,
      *          QUANDO ESTA IGUAL OU ABAIXO, ENFILEIRA EM REQUISICOES
      *          UMA REQUISICAO PENDENTE DO DESTINO PARA COMPLETAR ATE
      *          O MAXIMO, DESCONTADO O QUE AINDA FALTA ATENDER DA
      *          ULTIMA REPOSICAO DO ARMARIO. A REQUISICAO SEGUE A
      *          SEPARACAO NORMAL (ESTACAO DO DEPOSITO OU ONDA DE
      *          SEPARACAO). A CONTAGEM FICA DESMARCADA DEPOIS DE
      *          COMPARADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOE-ARMARIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY ARMSEL.
           COPY REQSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY ARMFD.
           COPY REQFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-ARM            PIC 99.
       77 WS-FS-REQ            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(05).
       77 WS-COMPARADOS        PIC 9(05).
       77 WS-REQUISICOES       PIC 9(05).
       77 WS-ACIMA-DO-PONTO    PIC 9(05).
       77 WS-SEM-REPOSICAO     PIC 9(05).
       77 WS-PRODUTO-OK        PIC X VALUE 'S'.
       77 WS-QTD-EM-ABERTO     PIC 9(09).
       77 WS-QTD-REPOR         PIC S9(10).
       77 WS-REPOR-EDT         PIC Z(08)9.

           COPY PRODWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- REPOSICAO DOS ARMARIOS ---------------"
            MOVE 'REPOE-ARMARIOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            INITIALIZE WS-LIDOS
            INITIALIZE WS-COMPARADOS
            INITIALIZE WS-REQUISICOES
            INITIALIZE WS-ACIMA-DO-PONTO
            INITIALIZE WS-SEM-REPOSICAO
            OPEN I-O ARMARIOS-PAR
            IF WS-FS-ARM NOT EQUAL ZEROS
                DISPLAY 'NENHUM NIVEL DE ARMARIO CADASTRADO'
                MOVE ZEROS TO WS-FS-ARM
            ELSE
                OPEN INPUT PRODUTOS
                OPEN I-O REQUISICOES
                IF WS-FS-REQ EQUAL 35
                    OPEN OUTPUT REQUISICOES
                    CLOSE REQUISICOES
                    OPEN I-O REQUISICOES
                END-IF

                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARMARIOS-PAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF ARM-A-COMPARAR
                           PERFORM 1000-COMPARAR-CONTAGEM
                       END-IF
                   END-READ
                END-PERFORM

                CLOSE REQUISICOES
                CLOSE PRODUTOS
                CLOSE ARMARIOS-PAR
            END-IF

            DISPLAY ' '
            DISPLAY 'NIVEIS DE ARMARIO LIDOS: ' WS-LIDOS
            DISPLAY 'CONTAGENS COMPARADAS: ' WS-COMPARADOS
            DISPLAY 'ACIMA DO PONTO DE PEDIDO: ' WS-ACIMA-DO-PONTO
            DISPLAY 'REQUISICOES DE REPOSICAO: ' WS-REQUISICOES
            DISPLAY 'ABAIXO DO PONTO SEM REPOSICAO: ' WS-SEM-REPOSICAO
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-REQUISICOES TO WS-RUN-GRAVADOS
            MOVE WS-FS-ARM TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** CONTAGEM CONTRA O PONTO DE PEDIDO DO ARMARIO ***************
       1000-COMPARAR-CONTAGEM.
            ADD 1 TO WS-COMPARADOS
            IF ARM-QTD-CONTADA > ARM-PONTO-PEDIDO
                ADD 1 TO WS-ACIMA-DO-PONTO
            ELSE
                PERFORM 1100-CALCULAR-REPOSICAO
                IF WS-QTD-REPOR > ZERO AND WS-PRODUTO-OK EQUAL 'S'
                    PERFORM 2000-ENFILEIRAR-REQUISICAO
                ELSE
                    ADD 1 TO WS-SEM-REPOSICAO
                END-IF
            END-IF
            SET ARM-COMPARADA TO TRUE
            REWRITE REG-ARMARIO
            END-REWRITE
            IF WS-FS-ARM NOT EQUAL ZEROS
                DISPLAY 'ERRO AO DESMARCAR ' ARM-DESTINO ' '
                    ARM-COD-PRODUTO ', FILE STATUS ' WS-FS-ARM
            END-IF.

      ****** ATE O MAXIMO, MENOS O QUE A ULTIMA REPOSICAO AINDA DEVE ****
       1100-CALCULAR-REPOSICAO.
            MOVE ZEROS TO WS-QTD-EM-ABERTO
            IF ARM-ULTIMA-REQUISICAO NOT EQUAL ZEROS
                MOVE ARM-ULTIMA-REQUISICAO TO REQ-NUMERO
                READ REQUISICOES RECORD
                    KEY IS REQ-NUMERO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF REQ-PENDENTE AND
                           REQ-QUANTIDADE > REQ-QTD-ATENDIDA
                            COMPUTE WS-QTD-EM-ABERTO =
                                REQ-QUANTIDADE - REQ-QTD-ATENDIDA
                        END-IF
                END-READ
            END-IF
            COMPUTE WS-QTD-REPOR = ARM-QTD-MAXIMA - ARM-QTD-CONTADA
                - WS-QTD-EM-ABERTO
            MOVE 'S' TO WS-PRODUTO-OK
            MOVE ARM-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY ARM-DESTINO ' ' ARM-COD-PRODUTO
                        ' PRODUTO NAO CADASTRADO, SEM REPOSICAO'
                    MOVE 'N' TO WS-PRODUTO-OK
                NOT INVALID KEY
                    IF WS-INATIVO
                        DISPLAY ARM-DESTINO ' ' ARM-COD-PRODUTO
                            ' PRODUTO INATIVO, SEM REPOSICAO'
                        MOVE 'N' TO WS-PRODUTO-OK
                    END-IF
            END-READ.

      ****** GRAVA A REQUISICAO DE REPOSICAO NA FILA ********************
       2000-ENFILEIRAR-REQUISICAO.
            MOVE 'REQUISICAO' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO REQ-NUMERO
            MOVE ARM-DESTINO TO REQ-DESTINO
            MOVE ARM-COD-PRODUTO TO REQ-COD-PRODUTO
            MOVE WS-QTD-REPOR TO REQ-QUANTIDADE
            MOVE ZEROS TO REQ-QTD-ATENDIDA
            ACCEPT REQ-DATA FROM DATE YYYYMMDD
            SET REQ-PENDENTE TO TRUE
            MOVE ZEROS TO REQ-ONDA
            WRITE REG-REQUISICAO
            END-WRITE
            IF WS-FS-REQ EQUAL ZEROS
                ADD 1 TO WS-REQUISICOES
                MOVE REQ-NUMERO TO ARM-ULTIMA-REQUISICAO
                ADD 1 TO ARM-QTD-REPOSICOES
                MOVE WS-QTD-REPOR TO WS-REPOR-EDT
                DISPLAY ARM-DESTINO ' ' ARM-COD-PRODUTO ' REPOR '
                    WS-REPOR-EDT ' REQUISICAO ' REQ-NUMERO
            ELSE
                ADD 1 TO WS-SEM-REPOSICAO
                DISPLAY 'ERRO AO ENFILEIRAR ' ARM-DESTINO ' '
                    ARM-COD-PRODUTO ', FILE STATUS ' WS-FS-REQ
            END-IF.

           COPY SEQNXT.
           COPY RUNGRV.
       END PROGRAM REPOE-ARMARIOS.
