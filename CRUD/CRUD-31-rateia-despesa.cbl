      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: RATEIO DE DESPESAS ADICIONAIS DE COMPRA QUE CHEGAM
      *          DEPOIS DA MERCADORIA (CONHECIMENTO DE FRETE, APOLICE
      *          DE SEGURO, DI DOS IMPOSTOS DE IMPORTACAO): O OPERADOR
      *          INFORMA O DOCUMENTO, O VALOR, O PEDIDO E A DATA DO
      *          RECEBIMENTO (0 = TODAS AS ENTRADAS DO PEDIDO) E O
      *          CRITERIO (VALOR, QUANTIDADE OU PESO); CADA ENTRADA
      *          RECEBE A SUA PARCELA COMO AJUSTE DE CUSTO SEM
      *          QUANTIDADE (MOVIMENTO TIPO C) SOBRE O CUSTO-MEDIO DO
      *          SALDO ATUAL. A CONSULTA MOSTRA, POR DOCUMENTO, PARA
      *          ONDE FOI CADA CENTAVO — A CONTABILIDADE RASTREIA O
      *          FRETE ATE A ENTRADA QUE O ABSORVEU.
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
      * 15 OUT 2026 - parcela do rateio ajusta o custo medio so sobre o
      *               saldo proprio do produto; o estoque consignado,
      *               que e do fornecedor, deixa de diluir o custo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-31-rateia-despesa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY LOGSEL.
           COPY MOVSEL.
           COPY MVSSEL.
           COPY PERSEL.
           COPY USUSEL.
           COPY ESTSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ENTSEL.
           COPY RATSEL.
           COPY CSGSEL.
           COPY MCSSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY LOGFD.
           COPY MOVFD.
           COPY MVSFD.
           COPY PERFD.
           COPY USUFD.
           COPY ESTFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ENTFD.
           COPY RATFD.
           COPY CSGFD.
           COPY MCSFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-MVS            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-ENT            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-OPCAO             PIC 9 VALUE ZERO.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DOCUMENTO-BUSCA   PIC X(10).
       77 WS-TOTAL-DOCUMENTO   PIC 9(12)V99.

           COPY PRODWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY ESTWS.
           COPY CAMWS.
           COPY RATWS.
           COPY CSGWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- RATEIO DE DESPESAS DE COMPRA ---------"
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
            PERFORM UNTIL WS-OPCAO EQUAL 3
                DISPLAY ' '
                DISPLAY '(1)RATEAR DESPESA (2)CONSULTAR DOCUMENTO '
                    '(3)SAIR'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-RATEAR-DESPESA
                    WHEN 2
                        PERFORM 2000-CONSULTAR-DOCUMENTO
                    WHEN 3
                        DISPLAY 'FIM DO PROGRAMA'
                    WHEN OTHER
                        DISPLAY 'VALOR INVALIDO'
                END-EVALUATE
            END-PERFORM
            CLOSE PRODUTOS.
            STOP RUN.

      ****** DESPESA QUE CHEGOU DEPOIS DA MERCADORIA ********************
       1000-RATEAR-DESPESA.
            PERFORM 9925-INFORMAR-DESPESA
            IF WS-RAT-CANCELADO EQUAL 'N'
                DISPLAY 'NUMERO DO PEDIDO RECEBIDO:'
                MOVE ZEROS TO WS-RAT-PEDIDO
                ACCEPT WS-RAT-PEDIDO
                DISPLAY 'DATA DO RECEBIMENTO AAAAMMDD (0 = TODAS AS '
                    'ENTRADAS DO PEDIDO):'
                MOVE ZEROS TO WS-RAT-DATA-ENTRADA
                ACCEPT WS-RAT-DATA-ENTRADA
                MOVE 'P' TO WS-RAT-ORIGEM
                PERFORM 9920-RATEAR-DESPESA
            END-IF.

      ****** DETALHE DO RATEIO DE UM DOCUMENTO DE DESPESA ***************
       2000-CONSULTAR-DOCUMENTO.
            DISPLAY 'NUMERO DO DOCUMENTO DA DESPESA:'
            MOVE SPACES TO WS-DOCUMENTO-BUSCA
            ACCEPT WS-DOCUMENTO-BUSCA
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-TOTAL-DOCUMENTO
            OPEN INPUT RATEIO-CUSTO
            IF WS-FS-RAT NOT EQUAL ZEROS
                DISPLAY 'NENHUM RATEIO REGISTRADO'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ RATEIO-CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RAT-DOCUMENTO EQUAL WS-DOCUMENTO-BUSCA
                           PERFORM 2100-MOSTRAR-PARCELA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE RATEIO-CUSTO
                IF WS-CONTADOR EQUAL ZERO
                    DISPLAY 'DOCUMENTO NAO RATEADO'
                ELSE
                    DISPLAY 'PARCELAS: ' WS-CONTADOR
                        ' TOTAL RATEADO: ' WS-TOTAL-DOCUMENTO
                END-IF
            END-IF.

      ****** UMA PARCELA DO DOCUMENTO ***********************************
       2100-MOSTRAR-PARCELA.
            IF WS-CONTADOR EQUAL ZERO
                DISPLAY 'DOCUMENTO ' RAT-DOCUMENTO ' EMITENTE '
                    RAT-COD-EMITENTE ' TIPO ' RAT-TIPO-DESPESA
                    ' VALOR ' RAT-VALOR-DOCUMENTO ' CRITERIO '
                    RAT-CRITERIO
            END-IF
            DISPLAY '  AJUSTE ' RAT-MOV-NUMERO ' EM ' RAT-DATA
                ' PEDIDO ' RAT-NUMERO-PEDIDO ' ENTRADA '
                RAT-MOV-ENTRADA
            DISPLAY '    PRODUTO ' RAT-COD-PRODUTO ' PARCELA '
                RAT-VALOR-RATEADO ' CUSTO ' RAT-CUSTO-ANTES ' -> '
                RAT-CUSTO-DEPOIS ' SITUACAO ' RAT-SITUACAO
            ADD 1 TO WS-CONTADOR
            ADD RAT-VALOR-RATEADO TO WS-TOTAL-DOCUMENTO.

      ****** GRAVA MOVIMENTO DE ESTOQUE *********************************
       9100-GRAVAR-MOVIMENTO.
            ACCEPT MOV-DATA FROM DATE YYYYMMDD
            MOVE SPACES TO MOV-DESTINO
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

           COPY SEQNXT.
           COPY PERCHK.
           COPY ESTCHK.
           COPY RATCALC.
           COPY CSGMOV.

       END PROGRAM CRUD-31-rateia-despesa.
