      ******************************************************************
      * Copybook: ORCCMP
      * Purpose:  Controle do orcamento de compras por categoria e
      *           mes. 9880 consulta o orcado e o usado de
      *           WS-ORC-CATEGORIA/WS-ORC-MES; 9881 soma
      *           WS-ORC-DIFERENCA (com sinal) ao comprometido; 9882
      *           soma WS-ORC-VALOR ao realizado e 9887 o tira de
      *           volta (devolucao ao fornecedor); 9883 grava o
      *           compromisso da linha de pedido que esta em
      *           REG-PEDIDO-COMPRA e 9884 recalcula o saldo desse
      *           compromisso depois que a linha foi recebida,
      *           reduzida, repreciada ou cancelada, devolvendo a
      *           diferenca ao comprometido do mes da emissao (e a
      *           categoria do compromisso em WS-ORC-CATEGORIA).
      *           Registro de ORCAMENTOS que nao existe e criado com
      *           orcado zero. Requires ORCSEL/ORCFD, CMPSEL/CMPFD,
      *           PEDFD e ORCWS; ORCAMENTOS e COMPROMISSOS sao abertos
      *           e fechados aqui dentro.
      ******************************************************************
       9880-CONSULTAR-ORCAMENTO.
            MOVE 'N' TO WS-ORC-ACHADO
            MOVE ZEROS TO WS-ORC-ORCADO
            MOVE ZEROS TO WS-ORC-USADO
            OPEN INPUT ORCAMENTOS
            IF WS-FS-ORC EQUAL ZEROS
                MOVE WS-ORC-CATEGORIA TO ORC-CATEGORIA
                MOVE WS-ORC-MES TO ORC-MES
                READ ORCAMENTOS RECORD
                    KEY IS ORC-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-ORC-ACHADO
                        MOVE ORC-VALOR-ORCADO TO WS-ORC-ORCADO
                        ADD ORC-COMPROMETIDO ORC-REALIZADO
                            GIVING WS-ORC-USADO
                END-READ
                CLOSE ORCAMENTOS
            END-IF.

      ****** AJUSTA O COMPROMETIDO DA CATEGORIA NO MES ******************
       9881-AJUSTAR-COMPROMETIDO.
            IF WS-ORC-DIFERENCA NOT EQUAL ZERO
                PERFORM 9885-ABRIR-ORCAMENTO
                IF WS-FS-ORC EQUAL ZEROS
                    IF WS-ORC-DIFERENCA < ZERO AND
                       ORC-COMPROMETIDO < 0 - WS-ORC-DIFERENCA
                        MOVE ZEROS TO ORC-COMPROMETIDO
                    ELSE
                        ADD WS-ORC-DIFERENCA TO ORC-COMPROMETIDO
                    END-IF
                    PERFORM 9886-FECHAR-ORCAMENTO
                END-IF
            END-IF.

      ****** SOMA O CUSTO DA ENTRADA AO REALIZADO DO MES ****************
       9882-LANCAR-REALIZADO.
            IF WS-ORC-VALOR > ZERO
                PERFORM 9885-ABRIR-ORCAMENTO
                IF WS-FS-ORC EQUAL ZEROS
                    ADD WS-ORC-VALOR TO ORC-REALIZADO
                    PERFORM 9886-FECHAR-ORCAMENTO
                END-IF
            END-IF.

      ****** TIRA DO REALIZADO O VALOR DEVOLVIDO AO FORNECEDOR **********
       9887-ESTORNAR-REALIZADO.
            IF WS-ORC-VALOR > ZERO
                PERFORM 9885-ABRIR-ORCAMENTO
                IF WS-FS-ORC EQUAL ZEROS
                    IF WS-ORC-VALOR > ORC-REALIZADO
                        MOVE ZEROS TO ORC-REALIZADO
                    ELSE
                        SUBTRACT WS-ORC-VALOR FROM ORC-REALIZADO
                    END-IF
                    PERFORM 9886-FECHAR-ORCAMENTO
                END-IF
            END-IF.

      ****** COMPROMISSO DA LINHA DE PEDIDO RECEM-EMITIDA ***************
       9883-REGISTRAR-COMPROMISSO.
            OPEN I-O COMPROMISSOS
            IF WS-FS-CMP EQUAL 35
                OPEN OUTPUT COMPROMISSOS
                CLOSE COMPROMISSOS
                OPEN I-O COMPROMISSOS
            END-IF
            IF WS-FS-CMP EQUAL ZEROS
                MOVE PED-NUMERO TO CMP-NUMERO-PEDIDO
                MOVE PED-COD-PRODUTO TO CMP-COD-PRODUTO
                MOVE WS-ORC-CATEGORIA TO CMP-CATEGORIA
                MOVE WS-ORC-MES TO CMP-MES
                MOVE PED-DATA-PEDIDO TO CMP-DATA
                MOVE WS-ORC-TAXA TO CMP-TAXA
                MOVE WS-ORC-VALOR TO CMP-VALOR
                MOVE WS-ORC-VALOR TO CMP-SALDO
                SET CMP-ABERTO TO TRUE
                WRITE REG-COMPROMISSO
                    INVALID KEY
                        REWRITE REG-COMPROMISSO
                END-WRITE
                CLOSE COMPROMISSOS
            END-IF.

      ****** SALDO DO COMPROMISSO PELA SITUACAO ATUAL DA LINHA **********
       9884-REAVALIAR-COMPROMISSO.
            MOVE 'N' TO WS-ORC-CMP-ACHADO
            OPEN I-O COMPROMISSOS
            IF WS-FS-CMP EQUAL ZEROS
                MOVE PED-NUMERO TO CMP-NUMERO-PEDIDO
                MOVE PED-COD-PRODUTO TO CMP-COD-PRODUTO
                READ COMPROMISSOS RECORD
                    KEY IS CMP-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-ORC-CMP-ACHADO
                END-READ
                IF WS-ORC-CMP-ACHADO EQUAL 'S'
                    MOVE CMP-CATEGORIA TO WS-ORC-CATEGORIA
                    MOVE ZEROS TO WS-ORC-SALDO-NOVO
                    IF (PED-ABERTO OR PED-PARCIAL) AND
                       PED-QTD-RECEBIDA < PED-QTD-PEDIDA
                        SUBTRACT PED-QTD-RECEBIDA FROM PED-QTD-PEDIDA
                            GIVING WS-ORC-PENDENTE
                        COMPUTE WS-ORC-SALDO-NOVO ROUNDED =
                            WS-ORC-PENDENTE * PED-PRECO-ACORDADO *
                            CMP-TAXA
                    END-IF
                    COMPUTE WS-ORC-DIFERENCA =
                        WS-ORC-SALDO-NOVO - CMP-SALDO
                    MOVE WS-ORC-SALDO-NOVO TO CMP-SALDO
                    IF CMP-SALDO EQUAL ZERO
                        SET CMP-ENCERRADO TO TRUE
                    ELSE
                        SET CMP-ABERTO TO TRUE
                    END-IF
                    REWRITE REG-COMPROMISSO
                    END-REWRITE
                END-IF
                CLOSE COMPROMISSOS
                IF WS-ORC-CMP-ACHADO EQUAL 'S'
                    MOVE CMP-MES TO WS-ORC-MES
                    PERFORM 9881-AJUSTAR-COMPROMETIDO
                END-IF
            END-IF.

      ****** POSICIONA NO REGISTRO DO MES, CRIANDO SE PRECISO ***********
       9885-ABRIR-ORCAMENTO.
            OPEN I-O ORCAMENTOS
            IF WS-FS-ORC EQUAL 35
                OPEN OUTPUT ORCAMENTOS
                CLOSE ORCAMENTOS
                OPEN I-O ORCAMENTOS
            END-IF
            IF WS-FS-ORC EQUAL ZEROS
                MOVE WS-ORC-CATEGORIA TO ORC-CATEGORIA
                MOVE WS-ORC-MES TO ORC-MES
                READ ORCAMENTOS RECORD
                    KEY IS ORC-CHAVE
                    INVALID KEY
                        MOVE WS-ORC-CATEGORIA TO ORC-CATEGORIA
                        MOVE WS-ORC-MES TO ORC-MES
                        MOVE ZEROS TO ORC-VALOR-ORCADO
                        MOVE ZEROS TO ORC-COMPROMETIDO
                        MOVE ZEROS TO ORC-REALIZADO
                        MOVE ZEROS TO ORC-DATA-ALTERACAO
                        MOVE SPACES TO ORC-OPERADOR
                        WRITE REG-ORCAMENTO
                        END-WRITE
                END-READ
                IF WS-FS-ORC NOT EQUAL ZEROS
                    CLOSE ORCAMENTOS
                END-IF
            END-IF.

      ****** REGRAVA E FECHA O REGISTRO DO MES **************************
       9886-FECHAR-ORCAMENTO.
            REWRITE REG-ORCAMENTO
            END-REWRITE
            CLOSE ORCAMENTOS.
