      ******************************************************************
      * Copybook: RATCALC
      * Purpose:  Rateia uma despesa adicional de compra (frete,
      *           seguro, impostos) pelas entradas de um pedido
      *           registradas em ENTRADAS-CUSTO, por valor, quantidade
      *           ou peso (o peso de cada entrada e perguntado ao
      *           operador, tirado do conhecimento de frete). Cada
      *           parcela ajusta o CUSTO-MEDIO do produto sobre o saldo
      *           proprio atual (o consignado, que nao e nosso, fica
      *           fora — 9890), grava um movimento tipo C sem
      *           quantidade (o 9100-GRAVAR-MOVIMENTO do programa
      *           carimba o custo novo em MOV-CUSTO-UNIT), soma em
      *           ENT-VALOR-ADICIONAL e deixa o detalhe em
      *           RATEIO-CUSTO. O mesmo documento e tipo de despesa
      *           nao e rateado duas vezes. Requires PRODSEL/PRODFD
      *           (PRODUTOS aberto I-O), ENTSEL/ENTFD, RATSEL/RATFD,
      *           MOVFD, RATWS e WS-FS-ENT no programa, CSGSEL/CSGFD,
      *           MCSSEL/MCSFD, CSGWS e COPY CSGMOV,
      *           alem do paragrafo 9100-GRAVAR-MOVIMENTO; a captura
      *           da despesa (9925) usa WS-MOEDA-LOCAL de CAMWS.
      ******************************************************************
       9920-RATEAR-DESPESA.
            MOVE ZEROS TO WS-RAT-LINHAS
            PERFORM 9921-CONFERIR-DOCUMENTO
            IF WS-RAT-DUPLICADO EQUAL 'S'
                DISPLAY 'DOCUMENTO ' WS-RAT-DOCUMENTO ' DESTE EMITENTE '
                    'JA FOI RATEADO PARA ESTA DESPESA, NADA LANCADO'
            ELSE
                OPEN I-O ENTRADAS-CUSTO
                IF WS-FS-ENT NOT EQUAL ZEROS
                    DISPLAY 'NENHUMA ENTRADA COM CUSTO REGISTRADO, '
                        'NADA A RATEAR'
                ELSE
                    PERFORM 9922-CARREGAR-ENTRADAS
                    EVALUATE TRUE
                        WHEN WS-RAT-CANCELADO EQUAL 'S'
                            DISPLAY 'RATEIO CANCELADO, NADA LANCADO'
                        WHEN WS-RAT-QTD-TABELA EQUAL ZERO
                            DISPLAY 'NENHUMA ENTRADA DO PEDIDO '
                                WS-RAT-PEDIDO ' NA DATA INFORMADA'
                        WHEN WS-RAT-BASE-TOTAL EQUAL ZERO
                            DISPLAY 'BASE DO RATEIO ZERADA, NADA '
                                'LANCADO'
                        WHEN OTHER
                            OPEN I-O RATEIO-CUSTO
                            IF WS-FS-RAT EQUAL 35
                                OPEN OUTPUT RATEIO-CUSTO
                                CLOSE RATEIO-CUSTO
                                OPEN I-O RATEIO-CUSTO
                            END-IF
                            MOVE ZEROS TO WS-RAT-ACUMULADO
                            PERFORM VARYING WS-RAT-IND FROM 1 BY 1
                                UNTIL WS-RAT-IND > WS-RAT-QTD-TABELA
                                PERFORM 9923-RATEAR-ENTRADA
                            END-PERFORM
                            CLOSE RATEIO-CUSTO
                            DISPLAY 'DOCUMENTO ' WS-RAT-DOCUMENTO
                                ' RATEADO EM ' WS-RAT-LINHAS
                                ' ENTRADA(S), TOTAL ' WS-RAT-ACUMULADO
                    END-EVALUATE
                    CLOSE ENTRADAS-CUSTO
                END-IF
            END-IF.

      ****** O DOCUMENTO DA DESPESA JA FOI RATEADO? *********************
       9921-CONFERIR-DOCUMENTO.
            MOVE 'N' TO WS-RAT-DUPLICADO
            OPEN INPUT RATEIO-CUSTO
            IF WS-FS-RAT EQUAL ZEROS
                MOVE ZEROS TO RAT-MOV-NUMERO
                START RATEIO-CUSTO KEY IS NOT LESS THAN RAT-MOV-NUMERO
                    INVALID KEY
                        MOVE 1 TO WS-EOF-RAT
                    NOT INVALID KEY
                        MOVE 0 TO WS-EOF-RAT
                END-START
                PERFORM UNTIL WS-EOF-RAT EQUAL 1
                   READ RATEIO-CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-RAT
                   NOT AT END
                       IF RAT-DOCUMENTO EQUAL WS-RAT-DOCUMENTO AND
                          RAT-COD-EMITENTE EQUAL WS-RAT-COD-EMITENTE AND
                          RAT-TIPO-DESPESA EQUAL WS-RAT-TIPO-DESPESA
                           MOVE 'S' TO WS-RAT-DUPLICADO
                           MOVE 1 TO WS-EOF-RAT
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE RATEIO-CUSTO
            END-IF.

      ****** ENTRADAS DO PEDIDO (E DA DATA) COM A BASE DO CRITERIO ******
       9922-CARREGAR-ENTRADAS.
            MOVE ZEROS TO WS-RAT-QTD-TABELA
            MOVE ZEROS TO WS-RAT-BASE-TOTAL
            MOVE 'N' TO WS-RAT-CANCELADO
            MOVE ZEROS TO ENT-MOV-NUMERO
            START ENTRADAS-CUSTO KEY IS NOT LESS THAN ENT-MOV-NUMERO
                INVALID KEY
                    MOVE 1 TO WS-EOF-RAT
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF-RAT
            END-START
            PERFORM UNTIL WS-EOF-RAT EQUAL 1
               READ ENTRADAS-CUSTO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-RAT
               NOT AT END
                   IF ENT-NUMERO-PEDIDO EQUAL WS-RAT-PEDIDO AND
                      (WS-RAT-DATA-ENTRADA EQUAL ZERO OR
                       ENT-DATA EQUAL WS-RAT-DATA-ENTRADA)
                       IF WS-RAT-QTD-TABELA EQUAL 100
                           DISPLAY 'MAIS DE 100 ENTRADAS NO RATEIO, '
                               'INFORME A DATA DO RECEBIMENTO'
                           MOVE 'S' TO WS-RAT-CANCELADO
                           MOVE 1 TO WS-EOF-RAT
                       ELSE
                           ADD 1 TO WS-RAT-QTD-TABELA
                           MOVE ENT-MOV-NUMERO TO
                               WS-RAT-T-MOV (WS-RAT-QTD-TABELA)
                           MOVE ENT-COD-PRODUTO TO
                               WS-RAT-T-PRODUTO (WS-RAT-QTD-TABELA)
                           EVALUATE WS-RAT-CRITERIO
                               WHEN 'Q'
                                   MOVE ENT-QTD-ESTOQUE TO
                                     WS-RAT-T-BASE (WS-RAT-QTD-TABELA)
                               WHEN 'P'
                                   DISPLAY 'PESO EM KG DA ENTRADA '
                                       ENT-MOV-NUMERO ' PRODUTO '
                                       ENT-COD-PRODUTO ' QTD '
                                       ENT-QTD-COMPRA ':'
                                   MOVE ZEROS TO WS-RAT-PESO
                                   ACCEPT WS-RAT-PESO
                                   MOVE WS-RAT-PESO TO
                                     WS-RAT-T-BASE (WS-RAT-QTD-TABELA)
                               WHEN OTHER
                                   MOVE ENT-VALOR-LOCAL TO
                                     WS-RAT-T-BASE (WS-RAT-QTD-TABELA)
                           END-EVALUATE
                           ADD WS-RAT-T-BASE (WS-RAT-QTD-TABELA) TO
                               WS-RAT-BASE-TOTAL
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** PARCELA DE UMA ENTRADA: CUSTO, MOVIMENTO E DETALHE *********
       9923-RATEAR-ENTRADA.
            IF WS-RAT-IND EQUAL WS-RAT-QTD-TABELA
                COMPUTE WS-RAT-PARCELA =
                    WS-RAT-VALOR - WS-RAT-ACUMULADO
            ELSE
                COMPUTE WS-RAT-PARCELA ROUNDED =
                    WS-RAT-VALOR * WS-RAT-T-BASE (WS-RAT-IND) /
                    WS-RAT-BASE-TOTAL
            END-IF
            ADD WS-RAT-PARCELA TO WS-RAT-ACUMULADO
            MOVE WS-RAT-T-PRODUTO (WS-RAT-IND) TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE ZEROS TO ESTOQUE-PRODUTO
                    MOVE ZEROS TO WS-CSG-PROPRIO
                    MOVE ZEROS TO CUSTO-MEDIO
                    MOVE ZEROS TO PRECO-PRODUTO
                    MOVE ZEROS TO WS-RAT-CUSTO-ANTES
                    SET RAT-SEM-SALDO TO TRUE
                NOT INVALID KEY
                    MOVE CUSTO-MEDIO TO WS-RAT-CUSTO-ANTES
                    IF WS-RAT-CUSTO-ANTES EQUAL ZERO
                        MOVE PRECO-PRODUTO TO WS-RAT-CUSTO-ANTES
                    END-IF
                    MOVE COD-PRODUTO TO WS-CSG-PRODUTO
                    MOVE ESTOQUE-PRODUTO TO WS-CSG-ESTOQUE
                    PERFORM 9890-CONSULTAR-CONSIGNACAO
                    IF WS-CSG-PROPRIO > ZERO
                        COMPUTE WS-RAT-VALOR-SALDO =
                            WS-CSG-PROPRIO * WS-RAT-CUSTO-ANTES +
                            WS-RAT-PARCELA
                        COMPUTE CUSTO-MEDIO ROUNDED =
                            WS-RAT-VALOR-SALDO / WS-CSG-PROPRIO
                        SET RAT-ABSORVIDO TO TRUE
                    ELSE
                        SET RAT-SEM-SALDO TO TRUE
                    END-IF
                    ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD
                    REWRITE REG-PRODUTO
                    END-REWRITE
                    IF WS-FS NOT EQUAL ZEROS
                        DISPLAY 'ERRO AO AJUSTAR O CUSTO DO PRODUTO '
                            COD-PRODUTO ', FILE STATUS ' WS-FS
                    END-IF
            END-READ
            MOVE WS-RAT-T-PRODUTO (WS-RAT-IND) TO MOV-COD-PRODUTO
            MOVE ZEROS TO MOV-QUANTIDADE
            SET MOV-AJUSTE-CUSTO TO TRUE
            PERFORM 9100-GRAVAR-MOVIMENTO
            MOVE MOV-NUMERO TO RAT-MOV-NUMERO
            MOVE MOV-DATA TO RAT-DATA
            MOVE WS-RAT-DOCUMENTO TO RAT-DOCUMENTO
            MOVE WS-RAT-COD-EMITENTE TO RAT-COD-EMITENTE
            MOVE WS-RAT-TIPO-DESPESA TO RAT-TIPO-DESPESA
            MOVE WS-RAT-CRITERIO TO RAT-CRITERIO
            MOVE WS-RAT-ORIGEM TO RAT-ORIGEM
            MOVE WS-RAT-VALOR TO RAT-VALOR-DOCUMENTO
            MOVE WS-RAT-PEDIDO TO RAT-NUMERO-PEDIDO
            MOVE WS-RAT-T-MOV (WS-RAT-IND) TO RAT-MOV-ENTRADA
            MOVE WS-RAT-T-PRODUTO (WS-RAT-IND) TO RAT-COD-PRODUTO
            MOVE WS-RAT-T-BASE (WS-RAT-IND) TO RAT-BASE-LINHA
            MOVE WS-RAT-BASE-TOTAL TO RAT-BASE-TOTAL
            MOVE WS-RAT-PARCELA TO RAT-VALOR-RATEADO
            MOVE WS-CSG-PROPRIO TO RAT-SALDO-ABSORVEU
            MOVE WS-RAT-CUSTO-ANTES TO RAT-CUSTO-ANTES
            MOVE CUSTO-MEDIO TO RAT-CUSTO-DEPOIS
            ACCEPT RAT-OPERADOR FROM ENVIRONMENT 'USER'
            WRITE REG-RATEIO
            END-WRITE
            IF WS-FS-RAT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O RATEIO DO MOVIMENTO '
                    RAT-MOV-NUMERO ', FILE STATUS ' WS-FS-RAT
            END-IF
            MOVE WS-RAT-T-MOV (WS-RAT-IND) TO ENT-MOV-NUMERO
            READ ENTRADAS-CUSTO RECORD
                KEY IS ENT-MOV-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ENT-VALOR-ADICIONAL NOT NUMERIC
                        MOVE ZEROS TO ENT-VALOR-ADICIONAL
                    END-IF
                    ADD WS-RAT-PARCELA TO ENT-VALOR-ADICIONAL
                    REWRITE REG-ENTRADA-CUSTO
                    END-REWRITE
            END-READ
            ADD 1 TO WS-RAT-LINHAS
            IF RAT-ABSORVIDO
                DISPLAY '  PRODUTO ' RAT-COD-PRODUTO ' PARCELA '
                    WS-RAT-PARCELA ' CUSTO MEDIO ' RAT-CUSTO-ANTES
                    ' -> ' RAT-CUSTO-DEPOIS
            ELSE
                DISPLAY '  PRODUTO ' RAT-COD-PRODUTO ' PARCELA '
                    WS-RAT-PARCELA ' SEM SALDO EM ESTOQUE: VAI PARA '
                    'O RESULTADO'
            END-IF.

      ****** DADOS DO DOCUMENTO DA DESPESA INFORMADOS PELO OPERADOR *****
       9925-INFORMAR-DESPESA.
            MOVE 'N' TO WS-RAT-CANCELADO
            DISPLAY 'NUMERO DO DOCUMENTO DA DESPESA (NF DO FRETE, '
                'DI...):'
            MOVE SPACES TO WS-RAT-DOCUMENTO
            ACCEPT WS-RAT-DOCUMENTO
            DISPLAY 'CODIGO DO EMITENTE DO DOCUMENTO (0 = NAO '
                'CADASTRADO):'
            MOVE ZEROS TO WS-RAT-COD-EMITENTE
            ACCEPT WS-RAT-COD-EMITENTE
            DISPLAY 'TIPO: (F)RETE (S)EGURO (I)MPOSTOS (O)UTRA:'
            MOVE SPACES TO WS-RAT-TIPO-DESPESA
            ACCEPT WS-RAT-TIPO-DESPESA
            DISPLAY 'VALOR DA DESPESA EM ' WS-MOEDA-LOCAL ':'
            MOVE ZEROS TO WS-RAT-VALOR
            ACCEPT WS-RAT-VALOR
            DISPLAY 'RATEAR POR (V)ALOR (Q)UANTIDADE (P)ESO:'
            MOVE SPACES TO WS-RAT-CRITERIO
            ACCEPT WS-RAT-CRITERIO
            EVALUATE TRUE
                WHEN WS-RAT-DOCUMENTO EQUAL SPACES
                    DISPLAY 'ERRO: DOCUMENTO E OBRIGATORIO'
                    MOVE 'S' TO WS-RAT-CANCELADO
                WHEN WS-RAT-TIPO-DESPESA NOT EQUAL 'F' AND
                     WS-RAT-TIPO-DESPESA NOT EQUAL 'S' AND
                     WS-RAT-TIPO-DESPESA NOT EQUAL 'I' AND
                     WS-RAT-TIPO-DESPESA NOT EQUAL 'O'
                    DISPLAY 'ERRO: TIPO DE DESPESA INVALIDO'
                    MOVE 'S' TO WS-RAT-CANCELADO
                WHEN WS-RAT-VALOR EQUAL ZERO
                    DISPLAY 'ERRO: VALOR E OBRIGATORIO'
                    MOVE 'S' TO WS-RAT-CANCELADO
                WHEN WS-RAT-CRITERIO NOT EQUAL 'V' AND
                     WS-RAT-CRITERIO NOT EQUAL 'Q' AND
                     WS-RAT-CRITERIO NOT EQUAL 'P'
                    DISPLAY 'ERRO: CRITERIO DE RATEIO INVALIDO'
                    MOVE 'S' TO WS-RAT-CANCELADO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
