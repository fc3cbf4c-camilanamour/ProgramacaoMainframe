      ******************************************************************
      * Copybook: CNPJCHK
      * Purpose:  Conferencia do CNPJ em WS-CNPJ-VALIDAR pelos dois
      *           digitos verificadores (modulo 11, pesos 5..2/9..2 no
      *           primeiro e 6..2/9..2 no segundo; resto menor que 2
      *           da digito zero). CNPJ zerado ou com os 14 digitos
      *           iguais e recusado. 9895-CONFERIR-CNPJ-DUPLICADO le
      *           FORNECEDORES pela chave alternativa CNPJ-FORNECEDOR
      *           e devolve o registro corrente intacto.
      *           Requires CNPJWS in WORKING-STORAGE; o duplicado
      *           requires FORNSEL/FORNFD com FORNECEDORES aberto I-O
      *           ou INPUT.
      ******************************************************************
       9890-VALIDAR-CNPJ.
            MOVE 'S' TO WS-CNPJ-OK
            INITIALIZE WS-CNPJ-IGUAIS
            INSPECT WS-CNPJ-TEXTO TALLYING WS-CNPJ-IGUAIS
                FOR ALL WS-CNPJ-TEXTO (1 : 1)
            IF WS-CNPJ-VALIDAR NOT NUMERIC OR
               WS-CNPJ-IGUAIS EQUAL 14
                MOVE 'N' TO WS-CNPJ-OK
            ELSE
                INITIALIZE WS-CNPJ-SOMA
                PERFORM VARYING WS-CNPJ-IDX FROM 1 BY 1
                        UNTIL WS-CNPJ-IDX > 12
                    COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                        WS-CNPJ-DIG (WS-CNPJ-IDX) *
                        WS-CNPJ-PESO (WS-CNPJ-IDX + 1)
                END-PERFORM
                PERFORM 9891-CALCULAR-DV
                IF WS-CNPJ-DV NOT EQUAL WS-CNPJ-DIG (13)
                    MOVE 'N' TO WS-CNPJ-OK
                ELSE
                    INITIALIZE WS-CNPJ-SOMA
                    PERFORM VARYING WS-CNPJ-IDX FROM 1 BY 1
                            UNTIL WS-CNPJ-IDX > 13
                        COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                            WS-CNPJ-DIG (WS-CNPJ-IDX) *
                            WS-CNPJ-PESO (WS-CNPJ-IDX)
                    END-PERFORM
                    PERFORM 9891-CALCULAR-DV
                    IF WS-CNPJ-DV NOT EQUAL WS-CNPJ-DIG (14)
                        MOVE 'N' TO WS-CNPJ-OK
                    END-IF
                END-IF
            END-IF.

       9891-CALCULAR-DV.
            COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA 11)
            IF WS-CNPJ-RESTO < 2
                MOVE ZERO TO WS-CNPJ-DV
            ELSE
                COMPUTE WS-CNPJ-DV = 11 - WS-CNPJ-RESTO
            END-IF.

       9892-FORMATAR-CNPJ.
            MOVE WS-CNPJ-P1 TO WS-CNPJ-F1
            MOVE WS-CNPJ-P2 TO WS-CNPJ-F2
            MOVE WS-CNPJ-P3 TO WS-CNPJ-F3
            MOVE WS-CNPJ-P4 TO WS-CNPJ-F4
            MOVE WS-CNPJ-P5 TO WS-CNPJ-F5.

       9895-CONFERIR-CNPJ-DUPLICADO.
            MOVE 'N' TO WS-CNPJ-DUPLICADO
            MOVE ZEROS TO WS-CNPJ-COD-EXISTENTE
            MOVE REG-FORNECEDOR TO WS-CNPJ-REG-GUARDADO
            MOVE COD-FORNECEDOR OF REG-FORNECEDOR TO
                WS-CNPJ-COD-PROPRIO
            MOVE CNPJ-FORNECEDOR TO WS-CNPJ-PROCURADO
            IF WS-CNPJ-PROCURADO NOT EQUAL ZEROS
                START FORNECEDORES KEY IS EQUAL CNPJ-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'N' TO WS-CNPJ-FIM
                        PERFORM UNTIL WS-CNPJ-FIM EQUAL 'S'
                           READ FORNECEDORES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CNPJ-FIM
                           NOT AT END
                               IF CNPJ-FORNECEDOR NOT EQUAL
                                  WS-CNPJ-PROCURADO
                                   MOVE 'S' TO WS-CNPJ-FIM
                               ELSE
                                   IF COD-FORNECEDOR OF
                                      REG-FORNECEDOR NOT EQUAL
                                      WS-CNPJ-COD-PROPRIO
                                       MOVE 'S' TO WS-CNPJ-DUPLICADO
                                       MOVE COD-FORNECEDOR OF
                                           REG-FORNECEDOR TO
                                           WS-CNPJ-COD-EXISTENTE
                                       MOVE 'S' TO WS-CNPJ-FIM
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF
            MOVE WS-CNPJ-REG-GUARDADO TO REG-FORNECEDOR.
