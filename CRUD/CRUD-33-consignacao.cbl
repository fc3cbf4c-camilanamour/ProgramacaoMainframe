      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: ESTOQUE CONSIGNADO POR FORNECEDOR: O ACORDO MARCA O
      *          PRODUTO COMO CONSIGNADO A UM FORNECEDOR, COM O PRECO
      *          COMBINADO DO CONSUMO (CONSIGNACAO). O RECEBIMENTO
      *          CONSIGNADO SOMA A QUANTIDADE EM ESTOQUE-PRODUTO E NO
      *          SALDO DO FORNECEDOR SEM PEDIDO, SEM TITULO A PAGAR E
      *          SEM MEXER NO CUSTO-MEDIO; A DEVOLUCAO TIRA DOS DOIS.
      *          O CONSUMO SAI PELA MOVIMENTACAO DE ESTOQUE E O
      *          ACERTA-CONSIGNACAO COBRA O QUE FOI USADO. A CONSULTA
      *          MOSTRA O SALDO E OS LANCAMENTOS CONSIGNADOS DO
      *          PRODUTO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), para a prova de evolucao
      *               do valor do estoque
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-33-consignacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY LOGSEL.
           COPY MOVSEL.
           COPY MVSSEL.
           COPY PERSEL.
           COPY USUSEL.
           COPY ESTSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY LOTSEL.
           COPY CSGSEL.
           COPY MCSSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY LOGFD.
           COPY MOVFD.
           COPY MVSFD.
           COPY PERFD.
           COPY USUFD.
           COPY ESTFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY LOTFD.
           COPY CSGFD.
           COPY MCSFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-MVS            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-LOT            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-COD-BUSCA         PIC 9(06).
       77 WS-ACHOU             PIC X VALUE 'N'.
       77 WS-ACORDO-EXISTE     PIC X VALUE 'N'.
       77 WS-RESP              PIC X VALUE SPACE.
       77 WS-FORNECEDOR-INF    PIC 9(04).
       77 WS-PRECO-INF         PIC 9(07)V99.
       77 WS-MOEDA-INF         PIC X(03).
       77 WS-QTD-MOVIMENTO     PIC 9(09).
       77 WS-ESTOQUE-PROJETADO PIC 9(09).
       77 WS-LOTE-INFORMADO    PIC X(10) VALUE SPACES.
       77 WS-VALIDADE-LOTE     PIC 9(08).

           COPY PRODWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY ESTWS.
           COPY CSGWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- ESTOQUE CONSIGNADO -------------------"
            PERFORM 9960-CONFERIR-FECHAMENTO
            IF WS-FECHAMENTO-CURSO EQUAL 'S'
                STOP RUN
            END-IF
            ACCEPT WS-DATA-CONFERIR FROM DATE YYYYMMDD
            PERFORM 9950-CONFERIR-PERIODO
            IF WS-PERIODO-FECHADO EQUAL 'S'
                DISPLAY 'A DATA DE HOJE JA FOI FECHADA PELO '
                    'FECHAMENTO DIARIO, LANCAMENTOS RECUSADOS'
                STOP RUN
            END-IF
            OPEN I-O PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR PRODUTOS, FILE STATUS ' WS-FS
                STOP RUN
            END-IF
            OPEN I-O CONSIGNACAO
            IF WS-FS-CSG EQUAL 35
                OPEN OUTPUT CONSIGNACAO
            END-IF
            CLOSE CONSIGNACAO
            PERFORM UNTIL WS-OPCAO EQUAL 5
                DISPLAY ' '
                DISPLAY '(1)ACORDO DE CONSIGNACAO (2)RECEBER '
                    'CONSIGNADO (3)DEVOLVER AO FORNECEDOR '
                    '(4)CONSULTAR (5)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-MANTER-ACORDO
                    WHEN 2
                        PERFORM 2000-RECEBER-CONSIGNADO
                    WHEN 3
                        PERFORM 3000-DEVOLVER-CONSIGNADO
                    WHEN 4
                        PERFORM 4000-CONSULTAR-CONSIGNADO
                    WHEN 5
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE PRODUTOS.
            STOP RUN.

      ****** LOCALIZA O PRODUTO INFORMADO *******************************
       0500-LOCALIZAR-PRODUTO.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            MOVE ZEROS TO WS-COD-BUSCA
            ACCEPT WS-COD-BUSCA
            MOVE WS-COD-BUSCA TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                NOT INVALID KEY
                    MOVE 'S' TO WS-ACHOU
                    DISPLAY 'PRODUTO: ' WS-COD-PRODUTO ' '
                        WS-NOME-PRODUTO ' ESTOQUE: '
                        WS-ESTOQUE-PRODUTO
            END-READ.

      ****** LE O ACORDO DE CONSIGNACAO DO PRODUTO **********************
       0600-LER-ACORDO.
            MOVE 'N' TO WS-ACORDO-EXISTE
            OPEN INPUT CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE WS-COD-BUSCA TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-ACORDO-EXISTE
                        DISPLAY 'CONSIGNADO AO FORNECEDOR '
                            CSG-COD-FORNECEDOR ' PRECO ' CSG-PRECO
                            ' ' CSG-MOEDA ' SALDO ' CSG-SALDO
                            ' SITUACAO ' CSG-SITUACAO
                END-READ
                CLOSE CONSIGNACAO
            END-IF.

      ****** INCLUI, ALTERA OU ENCERRA O ACORDO DO PRODUTO **************
       1000-MANTER-ACORDO.
            PERFORM 0500-LOCALIZAR-PRODUTO
            IF WS-ACHOU EQUAL 'S'
                PERFORM 0600-LER-ACORDO
                IF SERIE-CONTROLADA
                    DISPLAY 'PRODUTO COM CONTROLE DE SERIE NAO PODE '
                        'SER CONSIGNADO'
                ELSE
                    IF WS-ACORDO-EXISTE EQUAL 'S' AND CSG-ATIVA
                        DISPLAY '(A)LTERAR, (E)NCERRAR OU (V)OLTAR?'
                        MOVE SPACE TO WS-RESP
                        ACCEPT WS-RESP
                        EVALUATE WS-RESP
                            WHEN 'A'
                                PERFORM 1100-INFORMAR-ACORDO
                            WHEN 'E'
                                PERFORM 1300-ENCERRAR-ACORDO
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    ELSE
                        PERFORM 1100-INFORMAR-ACORDO
                    END-IF
                END-IF
            END-IF.

      ****** FORNECEDOR, PRECO E MOEDA DO CONSUMO ***********************
       1100-INFORMAR-ACORDO.
            DISPLAY 'CODIGO DO FORNECEDOR DONO DO ESTOQUE:'
            MOVE ZEROS TO WS-FORNECEDOR-INF
            ACCEPT WS-FORNECEDOR-INF
            MOVE SPACES TO WS-MOEDA-INF
            MOVE 'N' TO WS-ACHOU
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL ZEROS
                MOVE WS-FORNECEDOR-INF TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        DISPLAY 'FORNECEDOR NAO CADASTRADO'
                    NOT INVALID KEY
                        IF FORN-INATIVO
                            DISPLAY 'FORNECEDOR INATIVO'
                        ELSE
                            MOVE 'S' TO WS-ACHOU
                            MOVE MOEDA-FORNECEDOR TO WS-MOEDA-INF
                            DISPLAY 'FORNECEDOR: ' NOME-FORNECEDOR
                        END-IF
                END-READ
                CLOSE FORNECEDORES
            ELSE
                DISPLAY 'CADASTRO DE FORNECEDORES AUSENTE'
            END-IF
            IF WS-ACHOU EQUAL 'S'
                DISPLAY 'PRECO COMBINADO POR ' WS-UNIDADE-ESTOQUE
                    ' CONSUMIDA, NA MOEDA ' WS-MOEDA-INF ':'
                MOVE ZEROS TO WS-PRECO-INF
                ACCEPT WS-PRECO-INF
                IF WS-PRECO-INF EQUAL ZERO
                    DISPLAY 'ERRO: PRECO DO CONSUMO E OBRIGATORIO'
                ELSE
                    PERFORM 1200-GRAVAR-ACORDO
                END-IF
            END-IF.

      ****** GRAVA O ACORDO PRESERVANDO O SALDO *************************
       1200-GRAVAR-ACORDO.
            OPEN I-O CONSIGNACAO
            MOVE WS-COD-BUSCA TO CSG-COD-PRODUTO
            READ CONSIGNACAO RECORD
                KEY IS CSG-COD-PRODUTO
                INVALID KEY
                    MOVE WS-COD-BUSCA TO CSG-COD-PRODUTO
                    MOVE ZEROS TO CSG-SALDO
                    ACCEPT CSG-DATA-INICIO FROM DATE YYYYMMDD
                NOT INVALID KEY
                    IF CSG-SALDO > ZERO AND
                       CSG-COD-FORNECEDOR NOT EQUAL WS-FORNECEDOR-INF
                        DISPLAY 'AVISO: O SALDO DE ' CSG-SALDO
                            ' PASSA A SER DO NOVO FORNECEDOR'
                    END-IF
            END-READ
            MOVE WS-FORNECEDOR-INF TO CSG-COD-FORNECEDOR
            MOVE WS-PRECO-INF TO CSG-PRECO
            MOVE WS-MOEDA-INF TO CSG-MOEDA
            SET CSG-ATIVA TO TRUE
            ACCEPT CSG-DATA-ALTERACAO FROM DATE YYYYMMDD
            WRITE REG-CONSIGNACAO
                INVALID KEY
                    REWRITE REG-CONSIGNACAO
            END-WRITE
            IF WS-FS-CSG EQUAL ZEROS
                DISPLAY 'ACORDO DE CONSIGNACAO GRAVADO'
                MOVE 'CONSIGNA' TO LOG-OPERACAO
                MOVE WS-COD-BUSCA TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                MOVE CSG-SALDO TO LOG-ESTOQUE-ANTES
                MOVE WS-NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE WS-FORNECEDOR-INF TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            ELSE
                DISPLAY 'ERRO AO GRAVAR O ACORDO, FILE STATUS '
                    WS-FS-CSG
            END-IF
            CLOSE CONSIGNACAO.

      ****** ENCERRA O ACORDO QUANDO NAO HA SALDO DO FORNECEDOR *********
       1300-ENCERRAR-ACORDO.
            IF CSG-SALDO > ZERO
                DISPLAY 'AINDA HA ' CSG-SALDO ' CONSIGNADOS NA '
                    'PRATELEIRA; DEVOLVA OU CONSUMA ANTES DE ENCERRAR'
            ELSE
                OPEN I-O CONSIGNACAO
                MOVE WS-COD-BUSCA TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET CSG-ENCERRADA TO TRUE
                        ACCEPT CSG-DATA-ALTERACAO FROM DATE YYYYMMDD
                        REWRITE REG-CONSIGNACAO
                        END-REWRITE
                        DISPLAY 'ACORDO ENCERRADO'
                        MOVE 'CONSIG-FIM' TO LOG-OPERACAO
                        MOVE WS-COD-BUSCA TO LOG-COD-PRODUTO
                        MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                        MOVE ZEROS TO LOG-ESTOQUE-ANTES
                        MOVE WS-NOME-PRODUTO TO LOG-NOME-DEPOIS
                        MOVE CSG-COD-FORNECEDOR TO LOG-ESTOQUE-DEPOIS
                        PERFORM 9000-GRAVAR-LOG
                END-READ
                CLOSE CONSIGNACAO
            END-IF.

      ****** ENTRADA DE ESTOQUE DO FORNECEDOR, SEM PEDIDO NEM CUSTO *****
       2000-RECEBER-CONSIGNADO.
            PERFORM 0500-LOCALIZAR-PRODUTO
            IF WS-ACHOU EQUAL 'S'
                PERFORM 0600-LER-ACORDO
                IF WS-ACORDO-EXISTE NOT EQUAL 'S' OR
                   NOT CSG-ATIVA
                    DISPLAY 'PRODUTO SEM ACORDO DE CONSIGNACAO ATIVO'
                ELSE
                    DISPLAY 'QUANTIDADE RECEBIDA EM '
                        WS-UNIDADE-ESTOQUE ':'
                    MOVE ZEROS TO WS-QTD-MOVIMENTO
                    ACCEPT WS-QTD-MOVIMENTO
                    IF WS-QTD-MOVIMENTO EQUAL ZERO
                        DISPLAY 'NADA A RECEBER'
                    ELSE
                        ADD WS-QTD-MOVIMENTO TO ESTOQUE-PRODUTO
                        PERFORM 2100-GRAVAR-RECEBIMENTO
                    END-IF
                END-IF
            END-IF.

      ****** REGRAVA O SALDO, MOVIMENTO, SALDO CONSIGNADO E LOTE ********
       2100-GRAVAR-RECEBIMENTO.
            ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD
            REWRITE REG-PRODUTO
            END-REWRITE
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO REGRAVAR O PRODUTO, FILE STATUS '
                    WS-FS
            ELSE
                MOVE COD-PRODUTO TO MOV-COD-PRODUTO
                MOVE WS-QTD-MOVIMENTO TO MOV-QUANTIDADE
                SET MOV-ENTRADA TO TRUE
                MOVE SPACES TO MOV-DESTINO
                PERFORM 9100-GRAVAR-MOVIMENTO
                MOVE COD-PRODUTO TO WS-CSG-PRODUTO
                MOVE WS-QTD-MOVIMENTO TO WS-CSG-QTD
                MOVE 'R' TO WS-CSG-TIPO
                MOVE SPACES TO WS-CSG-DESTINO
                PERFORM 9892-SOMAR-CONSIGNADO
                PERFORM 2200-REGISTRAR-LOTE
                DISPLAY 'RECEBIMENTO CONSIGNADO GRAVADO COMO '
                    'MOVIMENTO ' MOV-NUMERO ', NOVO SALDO: '
                    ESTOQUE-PRODUTO
                MOVE 'RECEB-CONS' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                MOVE WS-ESTOQUE-PRODUTO TO LOG-ESTOQUE-ANTES
                MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            END-IF.

      ****** LOTE DA ENTREGA CONSIGNADA EM LOTES-PRODUTO ****************
       2200-REGISTRAR-LOTE.
            DISPLAY 'INFORME O NUMERO DO LOTE (BRANCO = SEM LOTE):'
            MOVE SPACES TO WS-LOTE-INFORMADO
            ACCEPT WS-LOTE-INFORMADO
            IF WS-LOTE-INFORMADO NOT EQUAL SPACES
                DISPLAY 'INFORME A VALIDADE DO LOTE AAAAMMDD '
                    '(0 = SEM VALIDADE):'
                MOVE ZEROS TO WS-VALIDADE-LOTE
                ACCEPT WS-VALIDADE-LOTE
                OPEN I-O LOTES-PRODUTO
                IF WS-FS-LOT EQUAL 35
                    OPEN OUTPUT LOTES-PRODUTO
                    CLOSE LOTES-PRODUTO
                    OPEN I-O LOTES-PRODUTO
                END-IF
                MOVE COD-PRODUTO TO LOT-COD-PRODUTO
                MOVE WS-LOTE-INFORMADO TO LOT-NUMERO
                READ LOTES-PRODUTO RECORD
                    KEY IS LOT-CHAVE
                    INVALID KEY
                        MOVE COD-PRODUTO TO LOT-COD-PRODUTO
                        MOVE WS-LOTE-INFORMADO TO LOT-NUMERO
                        MOVE WS-QTD-MOVIMENTO TO LOT-QUANTIDADE
                        MOVE WS-VALIDADE-LOTE TO LOT-VALIDADE
                        ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
                        WRITE REG-LOTE
                    NOT INVALID KEY
                        ADD WS-QTD-MOVIMENTO TO LOT-QUANTIDADE
                        IF WS-VALIDADE-LOTE NOT EQUAL ZERO
                            MOVE WS-VALIDADE-LOTE TO LOT-VALIDADE
                        END-IF
                        REWRITE REG-LOTE
                END-READ
                CLOSE LOTES-PRODUTO
            END-IF.

      ****** DEVOLVE AO FORNECEDOR ESTOQUE QUE E DELE *******************
       3000-DEVOLVER-CONSIGNADO.
            PERFORM 0500-LOCALIZAR-PRODUTO
            IF WS-ACHOU EQUAL 'S'
                MOVE WS-COD-BUSCA TO WS-CSG-PRODUTO
                MOVE WS-ESTOQUE-PRODUTO TO WS-CSG-ESTOQUE
                PERFORM 9890-CONSULTAR-CONSIGNACAO
                IF WS-CSG-CONSIGNADO EQUAL ZERO
                    DISPLAY 'PRODUTO SEM SALDO CONSIGNADO NA PRATELEIRA'
                ELSE
                    DISPLAY 'SALDO CONSIGNADO: ' WS-CSG-CONSIGNADO
                        ' DO FORNECEDOR ' WS-CSG-FORNECEDOR
                    DISPLAY 'QUANTIDADE DEVOLVIDA EM '
                        WS-UNIDADE-ESTOQUE ':'
                    MOVE ZEROS TO WS-QTD-MOVIMENTO
                    ACCEPT WS-QTD-MOVIMENTO
                    EVALUATE TRUE
                        WHEN WS-QTD-MOVIMENTO EQUAL ZERO
                            DISPLAY 'NADA A DEVOLVER'
                        WHEN WS-QTD-MOVIMENTO > WS-CSG-CONSIGNADO
                            DISPLAY 'DEVOLUCAO MAIOR QUE O SALDO '
                                'CONSIGNADO, REJEITADA'
                        WHEN OTHER
                            SUBTRACT WS-QTD-MOVIMENTO FROM
                                ESTOQUE-PRODUTO GIVING
                                WS-ESTOQUE-PROJETADO
                            IF WS-ESTOQUE-PROJETADO <
                               ESTOQUE-RESERVADO
                                DISPLAY 'DEVOLUCAO DEIXARIA O ESTOQUE '
                                    'ABAIXO DA RESERVA, REJEITADA'
                            ELSE
                                MOVE WS-ESTOQUE-PROJETADO TO
                                    ESTOQUE-PRODUTO
                                PERFORM 3100-GRAVAR-DEVOLUCAO
                            END-IF
                    END-EVALUATE
                END-IF
            END-IF.

      ****** REGRAVA O SALDO E GRAVA A DEVOLUCAO CONSIGNADA *************
       3100-GRAVAR-DEVOLUCAO.
            ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD
            REWRITE REG-PRODUTO
            END-REWRITE
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO REGRAVAR O PRODUTO, FILE STATUS '
                    WS-FS
            ELSE
                MOVE COD-PRODUTO TO MOV-COD-PRODUTO
                MOVE WS-QTD-MOVIMENTO TO MOV-QUANTIDADE
                SET MOV-DEVOLUCAO TO TRUE
                MOVE SPACES TO MOV-DESTINO
                PERFORM 9100-GRAVAR-MOVIMENTO
                MOVE COD-PRODUTO TO WS-CSG-PRODUTO
                MOVE WS-ESTOQUE-PRODUTO TO WS-CSG-ESTOQUE
                MOVE WS-QTD-MOVIMENTO TO WS-CSG-QTD
                MOVE 'D' TO WS-CSG-TIPO
                MOVE SPACES TO WS-CSG-DESTINO
                PERFORM 9891-BAIXAR-CONSIGNADO
                DISPLAY 'DEVOLUCAO CONSIGNADA GRAVADA COMO MOVIMENTO '
                    MOV-NUMERO ', NOVO SALDO: ' ESTOQUE-PRODUTO
                MOVE 'DEVOL-CONS' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                MOVE WS-ESTOQUE-PRODUTO TO LOG-ESTOQUE-ANTES
                MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            END-IF.

      ****** SALDO E LANCAMENTOS CONSIGNADOS DO PRODUTO *****************
       4000-CONSULTAR-CONSIGNADO.
            PERFORM 0500-LOCALIZAR-PRODUTO
            IF WS-ACHOU EQUAL 'S'
                PERFORM 0600-LER-ACORDO
                IF WS-ACORDO-EXISTE NOT EQUAL 'S'
                    DISPLAY 'PRODUTO NAO E CONSIGNADO'
                ELSE
                    INITIALIZE WS-CONTADOR
                    OPEN INPUT MOVIMENTO-CONSIGNADO
                    IF WS-FS-MCS EQUAL ZEROS
                        SET WS-EOF TO 0
                        PERFORM UNTIL WS-EOF EQUAL 1
                           READ MOVIMENTO-CONSIGNADO NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF MCS-COD-PRODUTO EQUAL WS-COD-BUSCA
                                   PERFORM 4100-MOSTRAR-LANCAMENTO
                               END-IF
                           END-READ
                        END-PERFORM
                        CLOSE MOVIMENTO-CONSIGNADO
                    END-IF
                    IF WS-CONTADOR EQUAL ZERO
                        DISPLAY 'NENHUM LANCAMENTO CONSIGNADO'
                    END-IF
                END-IF
            END-IF.

      ****** UM LANCAMENTO CONSIGNADO ***********************************
       4100-MOSTRAR-LANCAMENTO.
            ADD 1 TO WS-CONTADOR
            EVALUATE TRUE
                WHEN MCS-RECEBIMENTO
                    DISPLAY '  MOV ' MCS-MOV-NUMERO ' RECEBIDO  '
                        MCS-QUANTIDADE ' EM ' MCS-DATA
                WHEN MCS-DEVOLUCAO
                    DISPLAY '  MOV ' MCS-MOV-NUMERO ' DEVOLVIDO '
                        MCS-QUANTIDADE ' EM ' MCS-DATA
                WHEN OTHER
                    DISPLAY '  MOV ' MCS-MOV-NUMERO ' CONSUMIDO '
                        MCS-QUANTIDADE ' EM ' MCS-DATA ' DESTINO '
                        MCS-DESTINO
            END-EVALUATE
            EVALUATE TRUE
                WHEN MCS-ESTORNADO
                    DISPLAY '    ESTORNADO'
                WHEN MCS-CONSUMO AND MCS-ACERTADO
                    DISPLAY '    ACERTADO NO PEDIDO ' MCS-NUMERO-PEDIDO
                        ' EM ' MCS-DATA-ACERTO
                WHEN MCS-CONSUMO
                    DISPLAY '    A ACERTAR, PRECO ' MCS-PRECO ' '
                        MCS-MOEDA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      ****** GRAVA MOVIMENTO DE ESTOQUE *********************************
       9100-GRAVAR-MOVIMENTO.
            ACCEPT MOV-DATA FROM DATE YYYYMMDD
            MOVE 'MOVIMENTO' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO MOV-NUMERO
            MOVE ZEROS TO MOV-ESTORNO-DE
            IF CUSTO-MEDIO EQUAL ZERO
                MOVE PRECO-PRODUTO TO MOV-CUSTO-UNIT
            ELSE
                MOVE CUSTO-MEDIO TO MOV-CUSTO-UNIT
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            MOVE SPACE TO MOV-MOTIVO
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
                MOVE 'DESCONHECIDO' TO MOV-OPERADOR
            END-IF
            OPEN EXTEND MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL 35
                OPEN OUTPUT MOVIMENTO-ESTOQUE
            END-IF
            WRITE REG-MOVIMENTO
            CLOSE MOVIMENTO-ESTOQUE
            OPEN EXTEND MOVIMENTO-MES
            IF WS-FS-MVS EQUAL 35
                OPEN OUTPUT MOVIMENTO-MES
            END-IF
            WRITE REG-MOVIMENTO-MES FROM REG-MOVIMENTO
            CLOSE MOVIMENTO-MES.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            ACCEPT LOG-USUARIO FROM ENVIRONMENT 'USER'
            IF LOG-USUARIO EQUAL SPACES
                MOVE 'DESCONHECIDO' TO LOG-USUARIO
            END-IF
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.

           COPY SEQNXT.
           COPY PERCHK.
           COPY ESTCHK.
           COPY CSGMOV.

       END PROGRAM CRUD-33-consignacao.
