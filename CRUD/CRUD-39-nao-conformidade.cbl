      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: NAO CONFORMIDADE DE FORNECEDOR (RNC): MANTEM A
      *          TABELA DE CODIGOS DE DEFEITO USADA PELO QC E PELA
      *          DEVOLUCAO AO FORNECEDOR, LISTA AS RNC PENDENTES COM O
      *          PRAZO DE RESPOSTA, REGISTRA A ACAO CORRETIVA
      *          RESPONDIDA PELO FORNECEDOR, ENCERRA A RNC QUANDO A
      *          QUALIDADE ACEITA A RESPOSTA E REIMPRIME O AVISO
      *          NUMERADO. CADA ALTERACAO FICA EM PRODUTOS-LOG.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - o aviso de nao conformidade impresso tambem vai
      *               para o spool datado (SPLGRV)
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-39-nao-conformidade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RNCSEL.
           COPY DFTSEL.
           COPY ARNSEL.
           COPY FORNSEL.
           COPY PRODSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY LOGSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY RNCFD.
           COPY DFTFD.
           COPY ARNFD.
           COPY FORNFD.
           COPY PRODFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY LOGFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-EXISTE            PIC X VALUE 'N'.
       77 WS-RESP              PIC X VALUE SPACE.
       77 WS-CODIGO-DFT        PIC X(04).
       77 WS-DESCRICAO-DFT     PIC X(40).
       77 WS-DESCRICAO-ANTES   PIC X(40).
       77 WS-NUMERO-BUSCA      PIC 9(09).
       77 WS-ACAO-CORRETIVA    PIC X(60).
       77 WS-DIAS-ATRASO       PIC 9(05).
       77 WS-SITUACAO-DESCR    PIC X(10).

           COPY SEQWS.
           COPY RNCWS.
           COPY PARWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- NAO CONFORMIDADE DE FORNECEDOR ------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O DEFEITOS
            IF WS-FS-DFT EQUAL 35
                OPEN OUTPUT DEFEITOS
                CLOSE DEFEITOS
                OPEN I-O DEFEITOS
            END-IF
            OPEN I-O NAO-CONFORMIDADES
            IF WS-FS-RNC EQUAL 35
                OPEN OUTPUT NAO-CONFORMIDADES
                CLOSE NAO-CONFORMIDADES
                OPEN I-O NAO-CONFORMIDADES
            END-IF
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL ZEROS
                MOVE 'S' TO WS-FORN-DISPONIVEL
            END-IF
            OPEN INPUT PRODUTOS
            IF WS-FS EQUAL ZEROS
                MOVE 'S' TO WS-PROD-DISPONIVEL
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 6
                DISPLAY ' '
                DISPLAY '(1)CODIGO DE DEFEITO (2)LISTAR RNC PENDENTES '
                    '(3)RESPOSTA DO FORNECEDOR'
                DISPLAY '(4)ENCERRAR RNC (5)REIMPRIMIR AVISO (6)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-GRAVAR-DEFEITO
                    WHEN 2
                        PERFORM 2000-LISTAR-PENDENTES
                    WHEN 3
                        PERFORM 3000-REGISTRAR-RESPOSTA
                    WHEN 4
                        PERFORM 4000-ENCERRAR-RNC
                    WHEN 5
                        PERFORM 5000-REIMPRIMIR-AVISO
                    WHEN 6
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                CLOSE PRODUTOS
            END-IF
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES
            END-IF
            CLOSE NAO-CONFORMIDADES
            CLOSE DEFEITOS.
            STOP RUN.

      ****** INCLUI, ALTERA OU TIRA DE USO UM CODIGO DE DEFEITO *********
       1000-GRAVAR-DEFEITO.
            MOVE SPACES TO WS-CODIGO-DFT
            PERFORM UNTIL WS-CODIGO-DFT NOT EQUAL SPACES
                DISPLAY 'INFORME O CODIGO DE DEFEITO (ATE 4 '
                    'POSICOES):'
                ACCEPT WS-CODIGO-DFT
            END-PERFORM
            MOVE 'N' TO WS-EXISTE
            MOVE SPACES TO WS-DESCRICAO-ANTES
            MOVE WS-CODIGO-DFT TO DFT-CODIGO
            READ DEFEITOS RECORD
                KEY IS DFT-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTE
                    MOVE DFT-DESCRICAO TO WS-DESCRICAO-ANTES
                    DISPLAY 'DEFEITO ' DFT-CODIGO ': ' DFT-DESCRICAO
                        ' EM USO: ' DFT-ATIVO
            END-READ
            MOVE SPACES TO WS-DESCRICAO-DFT
            PERFORM UNTIL WS-DESCRICAO-DFT NOT EQUAL SPACES
                DISPLAY 'INFORME A DESCRICAO DO DEFEITO:'
                ACCEPT WS-DESCRICAO-DFT
            END-PERFORM
            DISPLAY 'CODIGO EM USO? (S|N)'
            MOVE SPACE TO WS-RESP
            ACCEPT WS-RESP
            MOVE WS-CODIGO-DFT TO DFT-CODIGO
            MOVE WS-DESCRICAO-DFT TO DFT-DESCRICAO
            IF WS-RESP EQUAL 'N'
                MOVE 'N' TO DFT-ATIVO
            ELSE
                MOVE 'S' TO DFT-ATIVO
            END-IF
            MOVE WS-DATA-HOJE TO DFT-DATA-ALTERACAO
            MOVE WS-OPERADOR TO DFT-OPERADOR
            IF WS-EXISTE EQUAL 'S'
                REWRITE REG-DEFEITO
                END-REWRITE
            ELSE
                WRITE REG-DEFEITO
                END-WRITE
            END-IF
            IF WS-FS-DFT EQUAL ZEROS
                DISPLAY 'CODIGO DE DEFEITO GRAVADO'
                MOVE 'DEFEITO' TO LOG-OPERACAO
                MOVE ZEROS TO LOG-COD-PRODUTO
                MOVE WS-DESCRICAO-ANTES TO LOG-NOME-ANTES
                MOVE ZEROS TO LOG-ESTOQUE-ANTES
                MOVE DFT-DESCRICAO TO LOG-NOME-DEPOIS
                MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            ELSE
                DISPLAY 'ERRO AO GRAVAR O DEFEITO, FILE STATUS '
                    WS-FS-DFT
            END-IF.

      ****** RNC ABERTAS E RESPONDIDAS, COM O ATRASO DA RESPOSTA ********
       2000-LISTAR-PENDENTES.
            INITIALIZE WS-CONTADOR
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
                           IF NOT RNC-ENCERRADA
                               PERFORM 2100-MOSTRAR-RNC
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUMA NAO CONFORMIDADE PENDENTE'
            ELSE
                DISPLAY 'RNC PENDENTES: ' WS-CONTADOR
            END-IF.

      ****** UMA RNC NA TELA ********************************************
       2100-MOSTRAR-RNC.
            EVALUATE TRUE
                WHEN RNC-ABERTA
                    MOVE 'ABERTA' TO WS-SITUACAO-DESCR
                WHEN RNC-RESPONDIDA
                    MOVE 'RESPONDIDA' TO WS-SITUACAO-DESCR
                WHEN OTHER
                    MOVE 'ENCERRADA' TO WS-SITUACAO-DESCR
            END-EVALUATE
            DISPLAY '  RNC ' RNC-NUMERO ' DE ' RNC-DATA ' FORN '
                RNC-COD-FORNECEDOR ' PROD ' RNC-COD-PRODUTO ' QTD '
                RNC-QUANTIDADE ' DEFEITO ' RNC-COD-DEFEITO
            DISPLAY '      ' WS-SITUACAO-DESCR ' PRAZO '
                RNC-PRAZO-RESPOSTA ' ' RNC-DESCRICAO
            IF RNC-ABERTA AND RNC-PRAZO-RESPOSTA < WS-DATA-HOJE
                COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                    FUNCTION INTEGER-OF-DATE(RNC-PRAZO-RESPOSTA)
                DISPLAY '      ** RESPOSTA ATRASADA HA ' WS-DIAS-ATRASO
                    ' DIAS'
            END-IF
            IF RNC-RESPONDIDA
                DISPLAY '      RESPOSTA DE ' RNC-DATA-RESPOSTA ': '
                    RNC-ACAO-CORRETIVA
            END-IF.

      ****** LOCALIZA A RNC INFORMADA ***********************************
       2200-OBTER-RNC.
            MOVE 'N' TO WS-EXISTE
            DISPLAY 'INFORME O NUMERO DA RNC:'
            MOVE ZEROS TO WS-NUMERO-BUSCA
            ACCEPT WS-NUMERO-BUSCA
            MOVE WS-NUMERO-BUSCA TO RNC-NUMERO
            READ NAO-CONFORMIDADES RECORD
                KEY IS RNC-NUMERO
                INVALID KEY
                    DISPLAY 'NAO CONFORMIDADE NAO ENCONTRADA'
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTE
                    PERFORM 2100-MOSTRAR-RNC
            END-READ.

      ****** ACAO CORRETIVA RESPONDIDA PELO FORNECEDOR ******************
       3000-REGISTRAR-RESPOSTA.
            PERFORM 2200-OBTER-RNC
            IF WS-EXISTE EQUAL 'S'
                IF RNC-ENCERRADA
                    DISPLAY 'RNC JA ENCERRADA'
                ELSE
                    MOVE SPACES TO WS-ACAO-CORRETIVA
                    PERFORM UNTIL WS-ACAO-CORRETIVA NOT EQUAL SPACES
                        DISPLAY 'INFORME A ACAO CORRETIVA RESPONDIDA '
                            'PELO FORNECEDOR:'
                        ACCEPT WS-ACAO-CORRETIVA
                    END-PERFORM
                    MOVE WS-ACAO-CORRETIVA TO RNC-ACAO-CORRETIVA
                    MOVE WS-DATA-HOJE TO RNC-DATA-RESPOSTA
                    SET RNC-RESPONDIDA TO TRUE
                    MOVE WS-OPERADOR TO RNC-OPERADOR
                    REWRITE REG-NAO-CONFORMIDADE
                    END-REWRITE
                    IF WS-FS-RNC EQUAL ZEROS
                        DISPLAY 'RESPOSTA REGISTRADA NA RNC '
                            RNC-NUMERO
                        MOVE 'RNC-RESP' TO LOG-OPERACAO
                        PERFORM 9100-LOGAR-RNC
                    ELSE
                        DISPLAY 'ERRO AO GRAVAR A RESPOSTA, FILE '
                            'STATUS ' WS-FS-RNC
                    END-IF
                END-IF
            END-IF.

      ****** QUALIDADE ACEITA A RESPOSTA E ENCERRA A RNC ****************
       4000-ENCERRAR-RNC.
            PERFORM 2200-OBTER-RNC
            IF WS-EXISTE EQUAL 'S'
                IF NOT RNC-RESPONDIDA
                    DISPLAY 'SO RNC RESPONDIDA PELO FORNECEDOR PODE '
                        'SER ENCERRADA'
                ELSE
                    DISPLAY 'CONFIRMA O ENCERRAMENTO? (S|N)'
                    MOVE SPACE TO WS-RESP
                    ACCEPT WS-RESP
                    IF WS-RESP EQUAL 'S'
                        SET RNC-ENCERRADA TO TRUE
                        MOVE WS-DATA-HOJE TO RNC-DATA-ENCERRAMENTO
                        MOVE WS-OPERADOR TO RNC-OPERADOR
                        REWRITE REG-NAO-CONFORMIDADE
                        END-REWRITE
                        IF WS-FS-RNC EQUAL ZEROS
                            DISPLAY 'RNC ' RNC-NUMERO ' ENCERRADA'
                            MOVE 'RNC-ENCERR' TO LOG-OPERACAO
                            PERFORM 9100-LOGAR-RNC
                        ELSE
                            DISPLAY 'ERRO AO ENCERRAR A RNC, FILE '
                                'STATUS ' WS-FS-RNC
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ****** SEGUNDA VIA DO AVISO PARA O FORNECEDOR *********************
       5000-REIMPRIMIR-AVISO.
            PERFORM 2200-OBTER-RNC
            IF WS-EXISTE EQUAL 'S'
                MOVE 'FORNECEDOR NAO CADASTRADO' TO WS-RNC-NOME-FORN
                IF WS-FORN-DISPONIVEL EQUAL 'S'
                    MOVE RNC-COD-FORNECEDOR TO
                        COD-FORNECEDOR OF REG-FORNECEDOR
                    READ FORNECEDORES RECORD
                        KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NOME-FORNECEDOR TO WS-RNC-NOME-FORN
                    END-READ
                END-IF
                MOVE '(NAO CADASTRADO)' TO WS-RNC-NOME-PRODUTO
                IF WS-PROD-DISPONIVEL EQUAL 'S'
                    MOVE RNC-COD-PRODUTO TO COD-PRODUTO
                    READ PRODUTOS RECORD
                        KEY IS COD-PRODUTO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NOME-PRODUTO TO WS-RNC-NOME-PRODUTO
                    END-READ
                END-IF
                MOVE RNC-COD-DEFEITO TO DFT-CODIGO
                READ DEFEITOS RECORD
                    KEY IS DFT-CODIGO
                    INVALID KEY
                        MOVE SPACES TO DFT-DESCRICAO
                    NOT INVALID KEY
                        CONTINUE
                END-READ
                PERFORM 9861-IMPRIMIR-AVISO-RNC
                DISPLAY 'AVISO DA RNC ' RNC-NUMERO ' GRAVADO EM '
                    'avisos-rnc.txt'
            END-IF.

      ****** LOG DA RNC: NUMERO ANTES, DEFEITO E ACAO DEPOIS ************
       9100-LOGAR-RNC.
            MOVE RNC-COD-PRODUTO TO LOG-COD-PRODUTO
            MOVE RNC-COD-DEFEITO TO LOG-NOME-ANTES
            MOVE RNC-NUMERO TO LOG-ESTOQUE-ANTES
            MOVE RNC-ACAO-CORRETIVA TO LOG-NOME-DEPOIS
            MOVE RNC-QUANTIDADE TO LOG-ESTOQUE-DEPOIS
            PERFORM 9000-GRAVAR-LOG.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            MOVE WS-OPERADOR TO LOG-USUARIO
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.

           COPY SEQNXT.
           COPY RNCGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM CRUD-39-nao-conformidade.
