      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CALIBRACAO DOS INSTRUMENTOS DE MEDICAO CONTROLADOS
      *          POR SERIE: CADASTRA O INTERVALO DE CALIBRACAO DE CADA
      *          NUMERO DE SERIE, REGISTRA O ENVIO AO LABORATORIO (A
      *          SERIE FICA NA CALIBRACAO, FORA DA PRATELEIRA) E O
      *          RETORNO COM A DATA E O CERTIFICADO, CALCULANDO O
      *          PROXIMO VENCIMENTO. INSTRUMENTO VENCIDO OU NO
      *          LABORATORIO NAO SAI PELA ESTACAO DO DEPOSITO. CADA
      *          ENVIO E RETORNO FICA EM PRODUTOS-LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-38-calibracao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLBSEL.
           COPY SERSEL.
           COPY PRODSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY CLBFD.
           COPY SERFD.
           COPY PRODFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-CLB            PIC 99.
       77 WS-FS-SER            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-PRODUTO-CLB       PIC 9(06).
       77 WS-SERIE-CLB         PIC X(20).
       77 WS-NOME-CLB          PIC X(20).
       77 WS-ITEM-OK           PIC X VALUE 'N'.
       77 WS-EXISTE            PIC X VALUE 'N'.
       77 WS-RESP              PIC X VALUE SPACE.
       77 WS-INTERVALO-NOVO    PIC 9(04).
       77 WS-LABORATORIO       PIC X(20).
       77 WS-DATA-CALIBRACAO   PIC 9(08).
       77 WS-CERTIFICADO       PIC X(20).

           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- CALIBRACAO DE INSTRUMENTOS ----------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O CALIBRACOES
            IF WS-FS-CLB EQUAL 35
                OPEN OUTPUT CALIBRACOES
                CLOSE CALIBRACOES
                OPEN I-O CALIBRACOES
            END-IF
            OPEN I-O SERIES-PRODUTO
            IF WS-FS-SER NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE SERIES, FILE '
                    'STATUS ' WS-FS-SER
                MOVE 5 TO WS-OPCAO
            END-IF
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS, FILE '
                    'STATUS ' WS-FS
                MOVE 5 TO WS-OPCAO
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 5
                DISPLAY ' '
                DISPLAY '(1)INTERVALO DE CALIBRACAO (2)ENVIAR AO '
                    'LABORATORIO (3)RETORNO DO LABORATORIO'
                DISPLAY '(4)CONSULTAR PRODUTO (5)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-GRAVAR-INTERVALO
                    WHEN 2
                        PERFORM 2000-ENVIAR-LABORATORIO
                    WHEN 3
                        PERFORM 3000-RETORNO-LABORATORIO
                    WHEN 4
                        PERFORM 4000-CONSULTAR-PRODUTO
                    WHEN 5
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE PRODUTOS
            CLOSE SERIES-PRODUTO
            CLOSE CALIBRACOES.
            STOP RUN.

      ****** INTERVALO DE CALIBRACAO DE UM INSTRUMENTO ******************
       1000-GRAVAR-INTERVALO.
            PERFORM 1100-OBTER-SERIE
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE EQUAL 'S'
                    PERFORM 4100-MOSTRAR-CALIBRACAO
                ELSE
                    MOVE WS-PRODUTO-CLB TO CLB-COD-PRODUTO
                    MOVE WS-SERIE-CLB TO CLB-SERIE
                    MOVE ZEROS TO CLB-DATA-ULTIMA
                    MOVE SPACES TO CLB-CERTIFICADO
                    MOVE ZEROS TO CLB-DATA-VENCIMENTO
                    MOVE SPACE TO CLB-RESULTADO
                    MOVE SPACES TO CLB-LABORATORIO
                    MOVE ZEROS TO CLB-DATA-ENVIO
                END-IF
                MOVE ZEROS TO WS-INTERVALO-NOVO
                PERFORM UNTIL WS-INTERVALO-NOVO > ZERO
                    DISPLAY 'INFORME O INTERVALO DE CALIBRACAO EM '
                        'DIAS:'
                    ACCEPT WS-INTERVALO-NOVO
                END-PERFORM
                MOVE WS-INTERVALO-NOVO TO CLB-INTERVALO-DIAS
                IF CLB-DATA-ULTIMA > ZERO AND CLB-APROVADO
                    COMPUTE CLB-DATA-VENCIMENTO =
                        FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(CLB-DATA-ULTIMA) +
                        CLB-INTERVALO-DIAS)
                END-IF
                MOVE WS-DATA-HOJE TO CLB-DATA-ALTERACAO
                MOVE WS-OPERADOR TO CLB-OPERADOR
                IF WS-EXISTE EQUAL 'S'
                    REWRITE REG-CALIBRACAO
                    END-REWRITE
                ELSE
                    WRITE REG-CALIBRACAO
                    END-WRITE
                END-IF
                IF WS-FS-CLB EQUAL ZEROS
                    DISPLAY 'INTERVALO GRAVADO, VENCIMENTO: '
                        CLB-DATA-VENCIMENTO
                    IF CLB-DATA-VENCIMENTO EQUAL ZERO
                        DISPLAY 'INSTRUMENTO SEM CALIBRACAO VALIDA, '
                            'NAO SAI ATE O RETORNO DO LABORATORIO'
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO GRAVAR A CALIBRACAO, FILE STATUS '
                        WS-FS-CLB
                END-IF
            END-IF.

      ****** PRODUTO, SERIE E AGENDA DE CALIBRACAO, SE HOUVER ***********
       1100-OBTER-SERIE.
            MOVE 'S' TO WS-ITEM-OK
            MOVE 'N' TO WS-EXISTE
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-PRODUTO-CLB
            ACCEPT WS-PRODUTO-CLB
            MOVE WS-PRODUTO-CLB TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                    MOVE 'N' TO WS-ITEM-OK
                NOT INVALID KEY
                    DISPLAY 'PRODUTO: ' NOME-PRODUTO
                    MOVE NOME-PRODUTO TO WS-NOME-CLB
            END-READ
            IF WS-ITEM-OK EQUAL 'S'
                DISPLAY 'INFORME O NUMERO DE SERIE:'
                MOVE SPACES TO WS-SERIE-CLB
                ACCEPT WS-SERIE-CLB
                MOVE WS-PRODUTO-CLB TO SER-COD-PRODUTO
                MOVE WS-SERIE-CLB TO SER-NUMERO
                READ SERIES-PRODUTO RECORD
                    KEY IS SER-CHAVE
                    INVALID KEY
                        DISPLAY 'SERIE NAO CONSTA NO REGISTRO'
                        MOVE 'N' TO WS-ITEM-OK
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            IF WS-ITEM-OK EQUAL 'S'
                MOVE WS-PRODUTO-CLB TO CLB-COD-PRODUTO
                MOVE WS-SERIE-CLB TO CLB-SERIE
                READ CALIBRACOES RECORD
                    KEY IS CLB-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-EXISTE
                END-READ
            END-IF.

      ****** INSTRUMENTO SAI DA PRATELEIRA PARA O LABORATORIO ***********
       2000-ENVIAR-LABORATORIO.
            PERFORM 1100-OBTER-SERIE
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE NOT EQUAL 'S'
                    DISPLAY 'SERIE SEM INTERVALO DE CALIBRACAO, '
                        'CADASTRE PELA OPCAO 1'
                ELSE
                IF NOT SER-EM-ESTOQUE
                    DISPLAY 'SERIE NAO ESTA NA PRATELEIRA, ENVIO '
                        'REJEITADO'
                ELSE
                    PERFORM 4100-MOSTRAR-CALIBRACAO
                    MOVE SPACES TO WS-LABORATORIO
                    PERFORM UNTIL WS-LABORATORIO NOT EQUAL SPACES
                        DISPLAY 'INFORME O LABORATORIO DE CALIBRACAO:'
                        ACCEPT WS-LABORATORIO
                    END-PERFORM
                    MOVE WS-LABORATORIO TO CLB-LABORATORIO
                    MOVE WS-DATA-HOJE TO CLB-DATA-ENVIO
                    MOVE WS-DATA-HOJE TO CLB-DATA-ALTERACAO
                    MOVE WS-OPERADOR TO CLB-OPERADOR
                    REWRITE REG-CALIBRACAO
                    END-REWRITE
                    IF WS-FS-CLB EQUAL ZEROS
                        SET SER-NA-CALIBRACAO TO TRUE
                        MOVE SPACES TO SER-DESTINO
                        MOVE WS-DATA-HOJE TO SER-DATA-SAIDA
                        REWRITE REG-SERIE
                        END-REWRITE
                        DISPLAY 'INSTRUMENTO ENVIADO AO LABORATORIO'
                        MOVE 'CALIB-ENV' TO LOG-OPERACAO
                        MOVE WS-LABORATORIO TO LOG-NOME-ANTES
                        MOVE CLB-DATA-VENCIMENTO TO LOG-ESTOQUE-ANTES
                        MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                        PERFORM 9000-GRAVAR-LOG
                    ELSE
                        DISPLAY 'ERRO AO GRAVAR O ENVIO, FILE STATUS '
                            WS-FS-CLB
                    END-IF
                END-IF
                END-IF
            END-IF.

      ****** VOLTA DO LABORATORIO COM DATA, CERTIFICADO E RESULTADO *****
       3000-RETORNO-LABORATORIO.
            PERFORM 1100-OBTER-SERIE
            IF WS-ITEM-OK EQUAL 'S'
                IF WS-EXISTE NOT EQUAL 'S' OR NOT SER-NA-CALIBRACAO
                    DISPLAY 'SERIE NAO ESTA NO LABORATORIO'
                ELSE
                    PERFORM 4100-MOSTRAR-CALIBRACAO
                    MOVE ZEROS TO WS-DATA-CALIBRACAO
                    PERFORM UNTIL WS-DATA-CALIBRACAO NOT LESS THAN
                                  CLB-DATA-ENVIO AND
                                  WS-DATA-CALIBRACAO NOT > WS-DATA-HOJE
                        DISPLAY 'INFORME A DATA DA CALIBRACAO AAAAMMDD '
                            '(0 = HOJE):'
                        MOVE ZEROS TO WS-DATA-CALIBRACAO
                        ACCEPT WS-DATA-CALIBRACAO
                        IF WS-DATA-CALIBRACAO EQUAL ZERO
                            MOVE WS-DATA-HOJE TO WS-DATA-CALIBRACAO
                        END-IF
                    END-PERFORM
                    DISPLAY 'INSTRUMENTO APROVADO NA CALIBRACAO? (S|N)'
                    MOVE SPACE TO WS-RESP
                    ACCEPT WS-RESP
                    IF WS-RESP EQUAL 'S'
                        MOVE SPACES TO WS-CERTIFICADO
                        PERFORM UNTIL WS-CERTIFICADO NOT EQUAL SPACES
                            DISPLAY 'INFORME O NUMERO DO CERTIFICADO:'
                            ACCEPT WS-CERTIFICADO
                        END-PERFORM
                        SET CLB-APROVADO TO TRUE
                        MOVE WS-CERTIFICADO TO CLB-CERTIFICADO
                        COMPUTE CLB-DATA-VENCIMENTO =
                            FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(WS-DATA-CALIBRACAO)
                            + CLB-INTERVALO-DIAS)
                    ELSE
                        DISPLAY 'INFORME O LAUDO DA REPROVACAO:'
                        MOVE SPACES TO WS-CERTIFICADO
                        ACCEPT WS-CERTIFICADO
                        SET CLB-REPROVADO TO TRUE
                        MOVE WS-CERTIFICADO TO CLB-CERTIFICADO
                        MOVE ZEROS TO CLB-DATA-VENCIMENTO
                    END-IF
                    MOVE WS-DATA-CALIBRACAO TO CLB-DATA-ULTIMA
                    MOVE SPACES TO CLB-LABORATORIO
                    MOVE ZEROS TO CLB-DATA-ENVIO
                    MOVE WS-DATA-HOJE TO CLB-DATA-ALTERACAO
                    MOVE WS-OPERADOR TO CLB-OPERADOR
                    REWRITE REG-CALIBRACAO
                    END-REWRITE
                    IF WS-FS-CLB EQUAL ZEROS
                        SET SER-EM-ESTOQUE TO TRUE
                        MOVE SPACES TO SER-DESTINO
                        MOVE ZEROS TO SER-DATA-SAIDA
                        REWRITE REG-SERIE
                        END-REWRITE
                        IF CLB-APROVADO
                            DISPLAY 'RETORNO GRAVADO, PROXIMO '
                                'VENCIMENTO: ' CLB-DATA-VENCIMENTO
                        ELSE
                            DISPLAY 'RETORNO GRAVADO: INSTRUMENTO '
                                'REPROVADO, BLOQUEADO PARA SAIDA'
                        END-IF
                        MOVE 'CALIB-RET' TO LOG-OPERACAO
                        MOVE CLB-CERTIFICADO TO LOG-NOME-ANTES
                        MOVE WS-DATA-CALIBRACAO TO LOG-ESTOQUE-ANTES
                        MOVE CLB-DATA-VENCIMENTO TO LOG-ESTOQUE-DEPOIS
                        PERFORM 9000-GRAVAR-LOG
                    ELSE
                        DISPLAY 'ERRO AO GRAVAR O RETORNO, FILE STATUS '
                            WS-FS-CLB
                    END-IF
                END-IF
            END-IF.

      ****** AGENDA DE CALIBRACAO DAS SERIES DE UM PRODUTO **************
       4000-CONSULTAR-PRODUTO.
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-PRODUTO-CLB
            ACCEPT WS-PRODUTO-CLB
            INITIALIZE WS-CONTADOR
            MOVE WS-PRODUTO-CLB TO CLB-COD-PRODUTO
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
                           IF CLB-COD-PRODUTO NOT EQUAL WS-PRODUTO-CLB
                               MOVE 1 TO WS-EOF
                           ELSE
                               PERFORM 4100-MOSTRAR-CALIBRACAO
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUM INSTRUMENTO CALIBRADO DO PRODUTO '
                    WS-PRODUTO-CLB
            END-IF.

      ****** UMA SERIE COM A AGENDA DE CALIBRACAO ***********************
       4100-MOSTRAR-CALIBRACAO.
            DISPLAY '  SERIE ' CLB-SERIE ' INTERVALO '
                CLB-INTERVALO-DIAS ' DIAS ULTIMA ' CLB-DATA-ULTIMA
                ' VENCE ' CLB-DATA-VENCIMENTO
            EVALUATE TRUE
                WHEN CLB-DATA-ENVIO > ZERO
                    DISPLAY '      NO LABORATORIO ' CLB-LABORATORIO
                        ' DESDE ' CLB-DATA-ENVIO
                WHEN CLB-REPROVADO
                    DISPLAY '      REPROVADO: ' CLB-CERTIFICADO
                WHEN CLB-NUNCA-CALIBRADO
                    DISPLAY '      AINDA NAO CALIBRADO'
                WHEN CLB-DATA-VENCIMENTO < WS-DATA-HOJE
                    DISPLAY '      CALIBRACAO VENCIDA, CERTIFICADO '
                        CLB-CERTIFICADO
                WHEN OTHER
                    DISPLAY '      CERTIFICADO ' CLB-CERTIFICADO
            END-EVALUATE.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            MOVE WS-PRODUTO-CLB TO LOG-COD-PRODUTO
            MOVE WS-SERIE-CLB TO LOG-NOME-DEPOIS
            MOVE WS-OPERADOR TO LOG-USUARIO
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.
       END PROGRAM CRUD-38-calibracao.
