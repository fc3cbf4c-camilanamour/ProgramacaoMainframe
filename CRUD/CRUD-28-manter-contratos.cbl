      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: MANUTENCAO DOS CONTRATOS ANUAIS DE FORNECIMENTO
      *          (CONTRATOS-FORNECEDOR): INCLUIR O CONTRATO NEGOCIADO
      *          POR COMPRAS COM O PRECO FIXO, A QUANTIDADE TOTAL
      *          CONTRATADA (EM UNIDADE DE COMPRA) E A JANELA DE
      *          VALIDADE, ALTERAR PRECO/QUANTIDADE/FIM, ENCERRAR O
      *          CONTRATO E LISTAR OS CONTRATOS DE UM FORNECEDOR COM
      *          O SALDO AINDA NAO LIBERADO. AS LIBERACOES E O
      *          RECEBIDO SAO ALIMENTADOS POR GERA-PEDIDOS E PELO
      *          RECEBIMENTO, NAO SE DIGITAM AQUI.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - o preco contratado esta na moeda de faturamento
      *               do fornecedor, mostrada ao pedir o preco
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-28-manter-contratos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY CTRSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY CTRFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-CTR            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-COD-BUSCA         PIC 9(06).
       77 WS-FORN-BUSCA        PIC 9(04).
       77 WS-PRECO-NOVO        PIC 9(07)V99.
       77 WS-QTD-NOVA          PIC 9(09).
       77 WS-DATA-NOVA         PIC 9(08).
       77 WS-SALDO             PIC 9(09).
       77 WS-RESP              PIC X VALUE SPACE.

           COPY PRODWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            OPEN I-O CONTRATOS-FORNECEDOR
            IF WS-FS-CTR EQUAL 35
                OPEN OUTPUT CONTRATOS-FORNECEDOR
                CLOSE CONTRATOS-FORNECEDOR
                OPEN I-O CONTRATOS-FORNECEDOR
            END-IF
            OPEN INPUT PRODUTOS
            OPEN INPUT FORNECEDORES
            PERFORM UNTIL WS-OPCAO EQUAL 5
                DISPLAY ' '
                DISPLAY '----- CONTRATOS DE FORNECIMENTO -----'
                DISPLAY '(1)INCLUIR (2)ALTERAR (3)ENCERRAR (4)LISTAR '
                    '(5)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-INCLUIR-CONTRATO
                    WHEN 2
                        PERFORM 2000-ALTERAR-CONTRATO
                    WHEN 3
                        PERFORM 3000-ENCERRAR-CONTRATO
                    WHEN 4
                        PERFORM 4000-LISTAR-CONTRATOS
                    WHEN 5
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE FORNECEDORES
            CLOSE PRODUTOS
            CLOSE CONTRATOS-FORNECEDOR.
            STOP RUN.

      ****** INCLUI UM CONTRATO PARA FORNECEDOR ATIVO E PRODUTO *********
       1000-INCLUIR-CONTRATO.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT WS-FORN-BUSCA
            MOVE WS-FORN-BUSCA TO COD-FORNECEDOR OF REG-FORNECEDOR
            READ FORNECEDORES RECORD
                KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    DISPLAY 'FORNECEDOR NAO CADASTRADO'
                NOT INVALID KEY
                    IF FORN-INATIVO
                        DISPLAY 'FORNECEDOR INATIVO, NAO PODE TER '
                            'CONTRATO'
                    ELSE
                        DISPLAY 'FORNECEDOR: ' NOME-FORNECEDOR
                        DISPLAY 'INFORME O CODIGO DO PRODUTO:'
                        ACCEPT WS-COD-BUSCA
                        MOVE WS-COD-BUSCA TO COD-PRODUTO
                        READ PRODUTOS RECORD INTO WS-PRODUTO
                            KEY IS COD-PRODUTO
                            INVALID KEY
                                DISPLAY 'PRODUTO NAO CADASTRADO'
                            NOT INVALID KEY
                                DISPLAY 'PRODUTO: ' WS-NOME-PRODUTO
                                    ' UNIDADE DE COMPRA: '
                                    WS-UNIDADE-COMPRA
                                PERFORM 1100-GRAVAR-CONTRATO
                        END-READ
                    END-IF
            END-READ.

      ****** GRAVA O CONTRATO COM PRECO, QUANTIDADE E VALIDADE **********
       1100-GRAVAR-CONTRATO.
            MOVE WS-FORN-BUSCA TO CTR-COD-FORNECEDOR
            MOVE WS-COD-BUSCA TO CTR-COD-PRODUTO
            IF MOEDA-FORNECEDOR EQUAL SPACES
                MOVE 'BRL' TO MOEDA-FORNECEDOR
            END-IF
            DISPLAY 'INFORME O PRECO CONTRATADO EM ' MOEDA-FORNECEDOR
                ':'
            ACCEPT CTR-PRECO
            DISPLAY 'INFORME A QUANTIDADE CONTRATADA (UNIDADE DE '
                'COMPRA):'
            ACCEPT CTR-QTD-CONTRATADA
            DISPLAY 'INFORME O INICIO DA VALIDADE AAAAMMDD:'
            ACCEPT CTR-DATA-INICIO
            DISPLAY 'INFORME O FIM DA VALIDADE AAAAMMDD:'
            ACCEPT CTR-DATA-FIM
            IF CTR-QTD-CONTRATADA EQUAL ZERO OR CTR-PRECO EQUAL ZERO
                DISPLAY 'ERRO: PRECO E QUANTIDADE SAO OBRIGATORIOS'
            ELSE
            IF CTR-DATA-FIM < CTR-DATA-INICIO
                DISPLAY 'ERRO: FIM DA VALIDADE ANTES DO INICIO'
            ELSE
                MOVE ZEROS TO CTR-QTD-LIBERADA
                MOVE ZEROS TO CTR-QTD-RECEBIDA
                SET CTR-VIGENTE TO TRUE
                WRITE REG-CONTRATO
                END-WRITE
                IF WS-FS-CTR EQUAL ZEROS
                    DISPLAY 'CONTRATO GRAVADO COM SUCESSO!'
                ELSE
                    DISPLAY 'ERRO: CONTRATO JA CADASTRADO OU FILE '
                        'STATUS ' WS-FS-CTR
                END-IF
            END-IF
            END-IF.

      ****** ALTERA PRECO, QUANTIDADE CONTRATADA E FIM DA VALIDADE ******
       2000-ALTERAR-CONTRATO.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT CTR-COD-FORNECEDOR
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            ACCEPT CTR-COD-PRODUTO
            READ CONTRATOS-FORNECEDOR RECORD
                KEY IS CTR-CHAVE
                INVALID KEY
                    DISPLAY 'CONTRATO NAO ENCONTRADO'
                NOT INVALID KEY
                    IF CTR-ENCERRADO
                        DISPLAY 'CONTRATO ENCERRADO, NAO PODE SER '
                            'ALTERADO'
                    ELSE
                        PERFORM 2100-REGRAVAR-CONTRATO
                    END-IF
            END-READ.

      ****** COLETA OS VALORES NOVOS E REGRAVA **************************
       2100-REGRAVAR-CONTRATO.
            DISPLAY 'PRECO ATUAL: ' CTR-PRECO
                ' CONTRATADO: ' CTR-QTD-CONTRATADA
                ' LIBERADO: ' CTR-QTD-LIBERADA
            DISPLAY 'VALIDADE: ' CTR-DATA-INICIO ' A ' CTR-DATA-FIM
            DISPLAY 'INFORME O NOVO PRECO (0 = MANTER):'
            ACCEPT WS-PRECO-NOVO
            DISPLAY 'INFORME A NOVA QUANTIDADE CONTRATADA '
                '(0 = MANTER):'
            ACCEPT WS-QTD-NOVA
            DISPLAY 'INFORME O NOVO FIM DA VALIDADE (0 = MANTER):'
            ACCEPT WS-DATA-NOVA
            IF WS-QTD-NOVA NOT EQUAL ZERO AND
               WS-QTD-NOVA < CTR-QTD-LIBERADA
                DISPLAY 'ERRO: QUANTIDADE MENOR QUE O JA LIBERADO '
                    '(' CTR-QTD-LIBERADA ')'
            ELSE
            IF WS-DATA-NOVA NOT EQUAL ZERO AND
               WS-DATA-NOVA < CTR-DATA-INICIO
                DISPLAY 'ERRO: FIM DA VALIDADE ANTES DO INICIO'
            ELSE
                IF WS-PRECO-NOVO NOT EQUAL ZERO
                    MOVE WS-PRECO-NOVO TO CTR-PRECO
                END-IF
                IF WS-QTD-NOVA NOT EQUAL ZERO
                    MOVE WS-QTD-NOVA TO CTR-QTD-CONTRATADA
                END-IF
                IF WS-DATA-NOVA NOT EQUAL ZERO
                    MOVE WS-DATA-NOVA TO CTR-DATA-FIM
                END-IF
                REWRITE REG-CONTRATO
                END-REWRITE
                IF WS-FS-CTR EQUAL ZEROS
                    DISPLAY 'CONTRATO ALTERADO!'
                ELSE
                    DISPLAY 'ERRO AO REGRAVAR O CONTRATO'
                END-IF
            END-IF
            END-IF.

      ****** ENCERRA O CONTRATO, QUE SEGUE NO ARQUIVO *******************
       3000-ENCERRAR-CONTRATO.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT CTR-COD-FORNECEDOR
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            ACCEPT CTR-COD-PRODUTO
            READ CONTRATOS-FORNECEDOR RECORD
                KEY IS CTR-CHAVE
                INVALID KEY
                    DISPLAY 'CONTRATO NAO ENCONTRADO'
                NOT INVALID KEY
                    IF CTR-ENCERRADO
                        DISPLAY 'CONTRATO JA ESTA ENCERRADO'
                    ELSE
                        DISPLAY 'CONTRATADO: ' CTR-QTD-CONTRATADA
                            ' LIBERADO: ' CTR-QTD-LIBERADA
                            ' RECEBIDO: ' CTR-QTD-RECEBIDA
                        DISPLAY 'CONFIRMA O ENCERRAMENTO? (S|N)'
                        ACCEPT WS-RESP
                        IF WS-RESP EQUAL 'S'
                            SET CTR-ENCERRADO TO TRUE
                            REWRITE REG-CONTRATO
                            END-REWRITE
                            IF WS-FS-CTR EQUAL ZEROS
                                DISPLAY 'CONTRATO ENCERRADO'
                            ELSE
                                DISPLAY 'ERRO AO REGRAVAR O CONTRATO'
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      ****** LISTA OS CONTRATOS DE UM FORNECEDOR ************************
       4000-LISTAR-CONTRATOS.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR:'
            ACCEPT WS-FORN-BUSCA
            MOVE WS-FORN-BUSCA TO CTR-COD-FORNECEDOR
            MOVE ZEROS TO CTR-COD-PRODUTO
            INITIALIZE WS-CONTADOR
            START CONTRATOS-FORNECEDOR KEY IS NOT LESS THAN CTR-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTRATOS-FORNECEDOR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CTR-COD-FORNECEDOR NOT EQUAL
                              WS-FORN-BUSCA
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE ZEROS TO WS-SALDO
                               IF CTR-QTD-LIBERADA <
                                  CTR-QTD-CONTRATADA
                                   SUBTRACT CTR-QTD-LIBERADA FROM
                                       CTR-QTD-CONTRATADA
                                       GIVING WS-SALDO
                               END-IF
                               DISPLAY '  PRODUTO ' CTR-COD-PRODUTO
                                   ' PRECO: ' CTR-PRECO
                                   ' SALDO: ' WS-SALDO
                                   ' ATE ' CTR-DATA-FIM
                                   ' SITUACAO: ' CTR-SITUACAO
                               ADD 1 TO WS-CONTADOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'NENHUM CONTRATO PARA O FORNECEDOR'
            END-IF.
       END PROGRAM CRUD-28-manter-contratos.
