      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: MANUTENCAO DA TABELA DE CAMBIO (CAMBIO): INCLUIR A
      *          TAXA DE UMA MOEDA ESTRANGEIRA A PARTIR DE UMA DATA DE
      *          VIGENCIA (QUANTO VALE EM MOEDA LOCAL UMA UNIDADE DA
      *          MOEDA), CORRIGIR A TAXA DIGITADA ERRADA, EXCLUIR E
      *          LISTAR AS TAXAS DE UMA MOEDA. A TAXA VALE ATE A
      *          PROXIMA DATA CADASTRADA DA MESMA MOEDA; E DELA QUE O
      *          RECEBIMENTO TIRA O CUSTO EM MOEDA LOCAL DOS PEDIDOS
      *          EM MOEDA ESTRANGEIRA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-30-manter-cambio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY CAMFD.

       WORKING-STORAGE SECTION.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-MOEDA-BUSCA       PIC X(03).
       77 WS-TAXA-NOVA         PIC 9(04)V9(06).
       77 WS-TAXA-EDITADA      PIC ZZZ9.999999.

           COPY CAMWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O CAMBIO
            IF WS-FS-CAM EQUAL 35
                OPEN OUTPUT CAMBIO
                CLOSE CAMBIO
                OPEN I-O CAMBIO
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 5
                DISPLAY ' '
                DISPLAY '----- TABELA DE CAMBIO -----'
                DISPLAY '(1)INCLUIR (2)CORRIGIR (3)EXCLUIR (4)LISTAR '
                    '(5)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-INCLUIR-TAXA
                    WHEN 2
                        PERFORM 2000-CORRIGIR-TAXA
                    WHEN 3
                        PERFORM 3000-EXCLUIR-TAXA
                    WHEN 4
                        PERFORM 4000-LISTAR-TAXAS
                    WHEN 5
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE CAMBIO.
            STOP RUN.

      ****** INCLUI A TAXA DE UMA MOEDA A PARTIR DE UMA DATA ************
       1000-INCLUIR-TAXA.
            DISPLAY 'INFORME A MOEDA (USD, EUR...):'
            MOVE SPACES TO CAM-MOEDA
            ACCEPT CAM-MOEDA
            IF CAM-MOEDA EQUAL SPACES OR CAM-MOEDA EQUAL WS-MOEDA-LOCAL
                DISPLAY 'ERRO: A MOEDA LOCAL NAO TEM TAXA'
            ELSE
                DISPLAY 'INFORME O INICIO DA VIGENCIA AAAAMMDD '
                    '(0 = HOJE):'
                MOVE ZEROS TO CAM-DATA
                ACCEPT CAM-DATA
                IF CAM-DATA EQUAL ZERO
                    ACCEPT CAM-DATA FROM DATE YYYYMMDD
                END-IF
                DISPLAY 'INFORME A TAXA (MOEDA LOCAL POR 1 '
                    CAM-MOEDA '):'
                MOVE ZEROS TO CAM-TAXA
                ACCEPT CAM-TAXA
                IF CAM-TAXA EQUAL ZERO
                    DISPLAY 'ERRO: TAXA E OBRIGATORIA'
                ELSE
                    ACCEPT CAM-DATA-CADASTRO FROM DATE YYYYMMDD
                    ACCEPT CAM-OPERADOR FROM ENVIRONMENT 'USER'
                    WRITE REG-CAMBIO
                    END-WRITE
                    IF WS-FS-CAM EQUAL ZEROS
                        DISPLAY 'TAXA GRAVADA COM SUCESSO!'
                    ELSE
                        DISPLAY 'ERRO: JA HA TAXA PARA ESTA MOEDA E '
                            'DATA OU FILE STATUS ' WS-FS-CAM
                    END-IF
                END-IF
            END-IF.

      ****** CORRIGE A TAXA DE UMA MOEDA E DATA *************************
       2000-CORRIGIR-TAXA.
            DISPLAY 'INFORME A MOEDA:'
            MOVE SPACES TO CAM-MOEDA
            ACCEPT CAM-MOEDA
            DISPLAY 'INFORME O INICIO DA VIGENCIA AAAAMMDD:'
            ACCEPT CAM-DATA
            READ CAMBIO RECORD
                KEY IS CAM-CHAVE
                INVALID KEY
                    DISPLAY 'TAXA NAO ENCONTRADA'
                NOT INVALID KEY
                    MOVE CAM-TAXA TO WS-TAXA-EDITADA
                    DISPLAY 'TAXA ATUAL: ' WS-TAXA-EDITADA
                        ' CADASTRADA EM ' CAM-DATA-CADASTRO
                        ' POR ' CAM-OPERADOR
                    DISPLAY 'INFORME A NOVA TAXA (0 = MANTER):'
                    MOVE ZEROS TO WS-TAXA-NOVA
                    ACCEPT WS-TAXA-NOVA
                    IF WS-TAXA-NOVA NOT EQUAL ZERO
                        MOVE WS-TAXA-NOVA TO CAM-TAXA
                        ACCEPT CAM-DATA-CADASTRO FROM DATE YYYYMMDD
                        ACCEPT CAM-OPERADOR FROM ENVIRONMENT 'USER'
                        REWRITE REG-CAMBIO
                        END-REWRITE
                        IF WS-FS-CAM EQUAL ZEROS
                            DISPLAY 'TAXA CORRIGIDA!'
                        ELSE
                            DISPLAY 'ERRO AO REGRAVAR A TAXA'
                        END-IF
                    END-IF
            END-READ.

      ****** EXCLUI A TAXA DE UMA MOEDA E DATA **************************
       3000-EXCLUIR-TAXA.
            DISPLAY 'INFORME A MOEDA:'
            MOVE SPACES TO CAM-MOEDA
            ACCEPT CAM-MOEDA
            DISPLAY 'INFORME O INICIO DA VIGENCIA AAAAMMDD:'
            ACCEPT CAM-DATA
            DELETE CAMBIO RECORD
                INVALID KEY
                    DISPLAY 'TAXA NAO ENCONTRADA'
                NOT INVALID KEY
                    DISPLAY 'TAXA EXCLUIDA'
            END-DELETE.

      ****** LISTA AS TAXAS DE UMA MOEDA POR VIGENCIA *******************
       4000-LISTAR-TAXAS.
            DISPLAY 'INFORME A MOEDA:'
            MOVE SPACES TO WS-MOEDA-BUSCA
            ACCEPT WS-MOEDA-BUSCA
            MOVE WS-MOEDA-BUSCA TO CAM-MOEDA
            MOVE ZEROS TO CAM-DATA
            INITIALIZE WS-CONTADOR
            START CAMBIO KEY IS NOT LESS THAN CAM-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ CAMBIO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CAM-MOEDA NOT EQUAL WS-MOEDA-BUSCA
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE CAM-TAXA TO WS-TAXA-EDITADA
                               DISPLAY '  A PARTIR DE ' CAM-DATA
                                   ' TAXA: ' WS-TAXA-EDITADA
                                   ' (' CAM-OPERADOR ')'
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUMA TAXA CADASTRADA PARA ' WS-MOEDA-BUSCA
            END-IF.
       END PROGRAM CRUD-30-manter-cambio.
