      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: ORCAMENTO DE COMPRAS POR CATEGORIA E MES: O
      *          FINANCEIRO DEFINE O VALOR ORCADO DE CADA
      *          CATEGORIA-PRODUTO NO MES (ORCAMENTOS) E CONSULTA, POR
      *          MES, O ORCADO, O COMPROMETIDO PELOS PEDIDOS EMITIDOS
      *          E AINDA NAO RECEBIDOS, O REALIZADO PELAS ENTRADAS E O
      *          QUE SOBRA. AS LINHAS QUE O GERA-PEDIDOS RETEVE POR
      *          ESTOURO DE ORCAMENTO (AGUARDA-ORCAMENTO) SO SAO
      *          APROVADAS POR UM USUARIO COM PERFIL-SUPERVISOR; A
      *          LINHA APROVADA SAI NA PROXIMA EMISSAO MESMO ACIMA DO
      *          ORCADO, E A APROVACAO FICA EM PRODUTOS-LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-32-manter-orcamento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORCSEL.
           COPY AGOSEL.
           COPY CATSEL.
           COPY USUSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY ORCFD.
           COPY AGOFD.
           COPY CATFD.
           COPY USUFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORC            PIC 99.
       77 WS-FS-AGO            PIC 99.
       77 WS-FS-CAT            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-RESP              PIC X VALUE SPACE.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-OPERADOR          PIC X(08).
       77 WS-CATEGORIA-ORC     PIC X(15).
       77 WS-MES-ORC           PIC 9(06).
       77 WS-VALOR-NOVO        PIC 9(12)V99.
       77 WS-VALOR-ANTES       PIC 9(12)V99.
       77 WS-CATEGORIA-OK      PIC X VALUE 'N'.
       77 WS-DISPONIVEL        PIC S9(13)V99.
       77 WS-TOTAL-ORCADO      PIC 9(14)V99.
       77 WS-TOTAL-COMPROMETIDO PIC 9(14)V99.
       77 WS-TOTAL-REALIZADO   PIC 9(14)V99.
       77 WS-ID-INFORMADO      PIC X(08).
       77 WS-SENHA-INFORMADA   PIC X(08).
       77 WS-SUPERVISOR-OK     PIC X VALUE 'N'.
       77 WS-APROVADAS         PIC 9(05).

       01 WS-VALORES-EDITADOS.
           03 WS-ORCADO-EDT        PIC Z(11)9.99.
           03 WS-COMPROMETIDO-EDT  PIC Z(11)9.99.
           03 WS-REALIZADO-EDT     PIC Z(11)9.99.
           03 WS-DISPONIVEL-EDT    PIC -Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- ORCAMENTO DE COMPRAS ----------------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-OPERADOR
            END-IF
            OPEN I-O ORCAMENTOS
            IF WS-FS-ORC EQUAL 35
                OPEN OUTPUT ORCAMENTOS
                CLOSE ORCAMENTOS
                OPEN I-O ORCAMENTOS
            END-IF
            PERFORM UNTIL WS-OPCAO EQUAL 4
                DISPLAY ' '
                DISPLAY '(1)DEFINIR ORCAMENTO (2)POSICAO DO MES '
                    '(3)LINHAS AGUARDANDO APROVACAO (4)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-DEFINIR-ORCAMENTO
                    WHEN 2
                        PERFORM 2000-POSICAO-DO-MES
                    WHEN 3
                        PERFORM 3000-APROVAR-RETIDAS
                    WHEN 4
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE ORCAMENTOS.
            STOP RUN.

      ****** VALOR ORCADO DE UMA CATEGORIA NO MES ***********************
       1000-DEFINIR-ORCAMENTO.
            DISPLAY 'INFORME A CATEGORIA:'
            MOVE SPACES TO WS-CATEGORIA-ORC
            ACCEPT WS-CATEGORIA-ORC
            PERFORM 1100-CONFERIR-CATEGORIA
            IF WS-CATEGORIA-OK EQUAL 'S'
                DISPLAY 'INFORME O MES AAAAMM (0 = MES ATUAL):'
                MOVE ZEROS TO WS-MES-ORC
                ACCEPT WS-MES-ORC
                IF WS-MES-ORC EQUAL ZERO
                    MOVE WS-DATA-HOJE (1:6) TO WS-MES-ORC
                END-IF
                IF WS-MES-ORC (5:2) < '01' OR
                   WS-MES-ORC (5:2) > '12'
                    DISPLAY 'ERRO: MES INVALIDO'
                ELSE
                    PERFORM 1200-GRAVAR-ORCAMENTO
                END-IF
            END-IF.

      ****** A CATEGORIA PRECISA ESTAR CADASTRADA ***********************
       1100-CONFERIR-CATEGORIA.
            MOVE 'S' TO WS-CATEGORIA-OK
            IF WS-CATEGORIA-ORC EQUAL SPACES
                DISPLAY 'ERRO: CATEGORIA E OBRIGATORIA'
                MOVE 'N' TO WS-CATEGORIA-OK
            ELSE
                OPEN INPUT CATEGORIAS
                IF WS-FS-CAT EQUAL ZEROS
                    MOVE WS-CATEGORIA-ORC (1 : 6) TO CAT-CODIGO
                    READ CATEGORIAS RECORD
                        KEY IS CAT-CODIGO
                        INVALID KEY
                            DISPLAY 'CATEGORIA NAO CADASTRADA'
                            MOVE 'N' TO WS-CATEGORIA-OK
                        NOT INVALID KEY
                            DISPLAY 'CATEGORIA: ' CAT-DESCRICAO
                    END-READ
                    CLOSE CATEGORIAS
                END-IF
            END-IF.

      ****** INCLUI OU CORRIGE O ORCADO, PRESERVANDO OS SALDOS **********
       1200-GRAVAR-ORCAMENTO.
            MOVE WS-CATEGORIA-ORC TO ORC-CATEGORIA
            MOVE WS-MES-ORC TO ORC-MES
            MOVE ZEROS TO WS-VALOR-ANTES
            READ ORCAMENTOS RECORD
                KEY IS ORC-CHAVE
                INVALID KEY
                    MOVE WS-CATEGORIA-ORC TO ORC-CATEGORIA
                    MOVE WS-MES-ORC TO ORC-MES
                    MOVE ZEROS TO ORC-VALOR-ORCADO
                    MOVE ZEROS TO ORC-COMPROMETIDO
                    MOVE ZEROS TO ORC-REALIZADO
                NOT INVALID KEY
                    MOVE ORC-VALOR-ORCADO TO WS-VALOR-ANTES
                    PERFORM 2100-MOSTRAR-ORCAMENTO
            END-READ
            DISPLAY 'INFORME O VALOR ORCADO EM MOEDA LOCAL '
                '(0 = SEM CONTROLE):'
            MOVE ZEROS TO WS-VALOR-NOVO
            ACCEPT WS-VALOR-NOVO
            MOVE WS-VALOR-NOVO TO ORC-VALOR-ORCADO
            MOVE WS-DATA-HOJE TO ORC-DATA-ALTERACAO
            MOVE WS-OPERADOR TO ORC-OPERADOR
            WRITE REG-ORCAMENTO
                INVALID KEY
                    REWRITE REG-ORCAMENTO
            END-WRITE
            IF WS-FS-ORC EQUAL ZEROS
                DISPLAY 'ORCAMENTO GRAVADO COM SUCESSO!'
                MOVE 'ORCAMENTO' TO LOG-OPERACAO
                MOVE ZEROS TO LOG-COD-PRODUTO
                MOVE WS-CATEGORIA-ORC TO LOG-NOME-ANTES
                COMPUTE LOG-ESTOQUE-ANTES = WS-VALOR-ANTES
                MOVE WS-MES-ORC TO LOG-NOME-DEPOIS
                COMPUTE LOG-ESTOQUE-DEPOIS = WS-VALOR-NOVO
                MOVE WS-OPERADOR TO LOG-USUARIO
                PERFORM 9000-GRAVAR-LOG
            ELSE
                DISPLAY 'ERRO AO GRAVAR O ORCAMENTO, FILE STATUS '
                    WS-FS-ORC
            END-IF.

      ****** ORCADO X COMPROMETIDO X REALIZADO DAS CATEGORIAS NO MES ****
       2000-POSICAO-DO-MES.
            DISPLAY 'INFORME O MES AAAAMM (0 = MES ATUAL):'
            MOVE ZEROS TO WS-MES-ORC
            ACCEPT WS-MES-ORC
            IF WS-MES-ORC EQUAL ZERO
                MOVE WS-DATA-HOJE (1:6) TO WS-MES-ORC
            END-IF
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-TOTAL-ORCADO
            INITIALIZE WS-TOTAL-COMPROMETIDO
            INITIALIZE WS-TOTAL-REALIZADO
            MOVE LOW-VALUES TO ORC-CHAVE
            START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ ORCAMENTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ORC-MES EQUAL WS-MES-ORC
                               PERFORM 2100-MOSTRAR-ORCAMENTO
                               ADD 1 TO WS-CONTADOR
                               ADD ORC-VALOR-ORCADO TO WS-TOTAL-ORCADO
                               ADD ORC-COMPROMETIDO TO
                                   WS-TOTAL-COMPROMETIDO
                               ADD ORC-REALIZADO TO WS-TOTAL-REALIZADO
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUM ORCAMENTO PARA ' WS-MES-ORC
            ELSE
                MOVE WS-TOTAL-ORCADO TO WS-ORCADO-EDT
                MOVE WS-TOTAL-COMPROMETIDO TO WS-COMPROMETIDO-EDT
                MOVE WS-TOTAL-REALIZADO TO WS-REALIZADO-EDT
                DISPLAY 'TOTAL DO MES  ORCADO: ' WS-ORCADO-EDT
                    ' COMPROMETIDO: ' WS-COMPROMETIDO-EDT
                    ' REALIZADO: ' WS-REALIZADO-EDT
            END-IF.

      ****** UMA CATEGORIA COM O QUE SOBRA DO ORCADO ********************
       2100-MOSTRAR-ORCAMENTO.
            COMPUTE WS-DISPONIVEL = ORC-VALOR-ORCADO -
                ORC-COMPROMETIDO - ORC-REALIZADO
            MOVE ORC-VALOR-ORCADO TO WS-ORCADO-EDT
            MOVE ORC-COMPROMETIDO TO WS-COMPROMETIDO-EDT
            MOVE ORC-REALIZADO TO WS-REALIZADO-EDT
            MOVE WS-DISPONIVEL TO WS-DISPONIVEL-EDT
            DISPLAY ORC-CATEGORIA ' ' ORC-MES ' ORCADO: '
                WS-ORCADO-EDT ' COMPROMETIDO: ' WS-COMPROMETIDO-EDT
            IF ORC-VALOR-ORCADO EQUAL ZERO
                DISPLAY '    REALIZADO: ' WS-REALIZADO-EDT
                    ' (SEM ORCAMENTO, SEM CONTROLE)'
            ELSE
                DISPLAY '    REALIZADO: ' WS-REALIZADO-EDT
                    ' DISPONIVEL: ' WS-DISPONIVEL-EDT
            END-IF.

      ****** SUPERVISOR APROVA AS LINHAS RETIDAS PELO GERA-PEDIDOS ******
       3000-APROVAR-RETIDAS.
            PERFORM 3100-IDENTIFICAR-SUPERVISOR
            IF WS-SUPERVISOR-OK NOT EQUAL 'S'
                DISPLAY 'APROVACAO DE ORCAMENTO EXIGE UM SUPERVISOR '
                    'IDENTIFICADO'
            ELSE
                INITIALIZE WS-CONTADOR
                INITIALIZE WS-APROVADAS
                OPEN I-O AGUARDA-ORCAMENTO
                IF WS-FS-AGO NOT EQUAL ZEROS
                    DISPLAY 'NENHUMA LINHA AGUARDANDO APROVACAO'
                ELSE
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ AGUARDA-ORCAMENTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF AGO-RETIDA
                               PERFORM 3200-DECIDIR-LINHA
                           END-IF
                       END-READ
                    END-PERFORM
                    CLOSE AGUARDA-ORCAMENTO
                    IF WS-CONTADOR EQUAL ZERO
                        DISPLAY 'NENHUMA LINHA AGUARDANDO APROVACAO'
                    ELSE
                        DISPLAY 'LINHAS APRESENTADAS: ' WS-CONTADOR
                            ' APROVADAS: ' WS-APROVADAS
                    END-IF
                END-IF
            END-IF.

      ****** SO PERFIL-SUPERVISOR DE USUARIOS PASSA *********************
       3100-IDENTIFICAR-SUPERVISOR.
            MOVE 'N' TO WS-SUPERVISOR-OK
            OPEN INPUT USUARIOS
            IF WS-FS-USU NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE USUARIOS AUSENTE'
            ELSE
                DISPLAY 'INFORME O ID DO SUPERVISOR:'
                ACCEPT WS-ID-INFORMADO
                DISPLAY 'INFORME A SENHA:'
                ACCEPT WS-SENHA-INFORMADA
                MOVE WS-ID-INFORMADO TO USU-ID
                READ USUARIOS RECORD
                    KEY IS USU-ID
                    INVALID KEY
                        DISPLAY 'USUARIO NAO CADASTRADO'
                    NOT INVALID KEY
                        IF USU-SENHA NOT EQUAL WS-SENHA-INFORMADA
                            DISPLAY 'SENHA INCORRETA'
                        ELSE
                            IF PERFIL-SUPERVISOR AND
                               NOT USU-TRAVADO
                                MOVE 'S' TO WS-SUPERVISOR-OK
                            ELSE
                                DISPLAY 'USUARIO NAO E SUPERVISOR'
                            END-IF
                        END-IF
                END-READ
                CLOSE USUARIOS
            END-IF.

      ****** MOSTRA A LINHA RETIDA E PEDE A DECISAO *********************
       3200-DECIDIR-LINHA.
            ADD 1 TO WS-CONTADOR
            MOVE AGO-VALOR-LOCAL TO WS-REALIZADO-EDT
            MOVE AGO-ORCADO TO WS-ORCADO-EDT
            MOVE AGO-USADO TO WS-COMPROMETIDO-EDT
            DISPLAY ' '
            DISPLAY 'PRODUTO ' AGO-COD-PRODUTO ' ' AGO-NOME-PRODUTO
                ' RETIDO EM ' AGO-DATA
            DISPLAY '  FORNECEDOR ' AGO-COD-FORNECEDOR ' QTDE '
                AGO-QTD-PEDIR ' ' AGO-UNIDADE ' PRECO '
                AGO-PRECO-MOEDA ' ' AGO-MOEDA
            DISPLAY '  VALOR DA LINHA: ' WS-REALIZADO-EDT
            DISPLAY '  CATEGORIA ' AGO-CATEGORIA ' MES ' AGO-MES
                ' ORCADO: ' WS-ORCADO-EDT ' JA USADO: '
                WS-COMPROMETIDO-EDT
            DISPLAY 'APROVAR A LINHA ACIMA DO ORCAMENTO? (S|N)'
            MOVE SPACE TO WS-RESP
            ACCEPT WS-RESP
            IF WS-RESP EQUAL 'S'
                SET AGO-APROVADA TO TRUE
                MOVE WS-ID-INFORMADO TO AGO-APROVADOR
                MOVE WS-DATA-HOJE TO AGO-DATA-APROVACAO
                REWRITE REG-AGUARDA
                END-REWRITE
                IF WS-FS-AGO EQUAL ZEROS
                    ADD 1 TO WS-APROVADAS
                    DISPLAY 'LINHA APROVADA, SAI NA PROXIMA EMISSAO '
                        'DE PEDIDOS'
                    MOVE 'APROVA-ORC' TO LOG-OPERACAO
                    MOVE AGO-COD-PRODUTO TO LOG-COD-PRODUTO
                    MOVE AGO-CATEGORIA TO LOG-NOME-ANTES
                    COMPUTE LOG-ESTOQUE-ANTES = AGO-VALOR-LOCAL
                    MOVE AGO-NOME-PRODUTO TO LOG-NOME-DEPOIS
                    MOVE AGO-QTD-PEDIR TO LOG-ESTOQUE-DEPOIS
                    MOVE WS-ID-INFORMADO TO LOG-USUARIO
                    PERFORM 9000-GRAVAR-LOG
                ELSE
                    DISPLAY 'ERRO AO REGRAVAR A LINHA, FILE STATUS '
                        WS-FS-AGO
                END-IF
            ELSE
                DISPLAY 'LINHA SEGUE AGUARDANDO APROVACAO'
            END-IF.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.
       END PROGRAM CRUD-32-manter-orcamento.
