      ******************************************************************
      * Copybook: CSGMOV
      * Purpose:  Estoque consignado por fornecedor. 9890 consulta
      *           quanto de WS-CSG-ESTOQUE do produto WS-CSG-PRODUTO e
      *           consignado e quanto e proprio. 9891 tira do saldo
      *           consignado a parte de uma saida (WS-CSG-TIPO C) que
      *           passou do estoque proprio — o proprio sai primeiro
      *           — ou uma devolucao ao fornecedor (tipo D) inteira;
      *           9892 soma ao saldo um recebimento consignado (tipo
      *           R). Os dois gravam a parte consignada em
      *           MOVIMENTO-CONSIGNADO com o MOV-NUMERO e a MOV-DATA
      *           do lancamento que esta em REG-MOVIMENTO. 9894 le o
      *           registro consignado do lancamento WS-CSG-ESTORNO-DE
      *           e 9895 desfaz o saldo dele quando o lancamento e
      *           estornado, marcando original e estorno como
      *           estornados. Requires CSGSEL/CSGFD, MCSSEL/MCSFD,
      *           MOVFD e CSGWS; os arquivos sao abertos e fechados
      *           aqui dentro.
      ******************************************************************
       9890-CONSULTAR-CONSIGNACAO.
            MOVE 'N' TO WS-CSG-ACHADA
            MOVE ZEROS TO WS-CSG-CONSIGNADO
            MOVE WS-CSG-ESTOQUE TO WS-CSG-PROPRIO
            OPEN INPUT CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE WS-CSG-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CSG-ATIVA
                            MOVE 'S' TO WS-CSG-ACHADA
                        END-IF
                        MOVE CSG-COD-FORNECEDOR TO WS-CSG-FORNECEDOR
                        MOVE CSG-PRECO TO WS-CSG-PRECO
                        MOVE CSG-MOEDA TO WS-CSG-MOEDA
                        IF CSG-SALDO > WS-CSG-ESTOQUE
                            MOVE WS-CSG-ESTOQUE TO WS-CSG-CONSIGNADO
                        ELSE
                            MOVE CSG-SALDO TO WS-CSG-CONSIGNADO
                        END-IF
                        SUBTRACT WS-CSG-CONSIGNADO FROM WS-CSG-ESTOQUE
                            GIVING WS-CSG-PROPRIO
                END-READ
                CLOSE CONSIGNACAO
            END-IF.

      ****** SAIDA OU DEVOLUCAO QUE CONSUMIU ESTOQUE DO FORNECEDOR ******
       9891-BAIXAR-CONSIGNADO.
            MOVE ZEROS TO WS-CSG-QTD-CONSIG
            MOVE ZEROS TO WS-CSG-ESTORNO-DE
            OPEN I-O CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE WS-CSG-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CSG-SALDO > ZERO
                            PERFORM 9896-PARTE-CONSIGNADA
                        END-IF
                END-READ
                CLOSE CONSIGNACAO
                IF WS-CSG-QTD-CONSIG > ZERO
                    PERFORM 9893-GRAVAR-MOV-CONSIGNADO
                END-IF
            END-IF.

      ****** O PROPRIO SAI PRIMEIRO; O QUE PASSA DELE E DO FORNECEDOR ***
       9896-PARTE-CONSIGNADA.
            IF CSG-SALDO > WS-CSG-ESTOQUE
                MOVE WS-CSG-ESTOQUE TO WS-CSG-CONSIGNADO
            ELSE
                MOVE CSG-SALDO TO WS-CSG-CONSIGNADO
            END-IF
            IF WS-CSG-TIPO EQUAL 'D'
                MOVE ZEROS TO WS-CSG-PROPRIO
            ELSE
                SUBTRACT WS-CSG-CONSIGNADO FROM WS-CSG-ESTOQUE
                    GIVING WS-CSG-PROPRIO
            END-IF
            IF WS-CSG-QTD > WS-CSG-PROPRIO
                SUBTRACT WS-CSG-PROPRIO FROM WS-CSG-QTD
                    GIVING WS-CSG-QTD-CONSIG
                IF WS-CSG-QTD-CONSIG > CSG-SALDO
                    MOVE CSG-SALDO TO WS-CSG-QTD-CONSIG
                END-IF
                SUBTRACT WS-CSG-QTD-CONSIG FROM CSG-SALDO
                ACCEPT CSG-DATA-ALTERACAO FROM DATE YYYYMMDD
                REWRITE REG-CONSIGNACAO
                END-REWRITE
                MOVE CSG-COD-FORNECEDOR TO WS-CSG-FORNECEDOR
                MOVE CSG-PRECO TO WS-CSG-PRECO
                MOVE CSG-MOEDA TO WS-CSG-MOEDA
            END-IF.

      ****** RECEBIMENTO CONSIGNADO SOMA NO SALDO DO FORNECEDOR *********
       9892-SOMAR-CONSIGNADO.
            MOVE ZEROS TO WS-CSG-QTD-CONSIG
            MOVE ZEROS TO WS-CSG-ESTORNO-DE
            OPEN I-O CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE WS-CSG-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD WS-CSG-QTD TO CSG-SALDO
                        ACCEPT CSG-DATA-ALTERACAO FROM DATE YYYYMMDD
                        REWRITE REG-CONSIGNACAO
                        END-REWRITE
                        MOVE WS-CSG-QTD TO WS-CSG-QTD-CONSIG
                        MOVE CSG-COD-FORNECEDOR TO WS-CSG-FORNECEDOR
                        MOVE CSG-PRECO TO WS-CSG-PRECO
                        MOVE CSG-MOEDA TO WS-CSG-MOEDA
                END-READ
                CLOSE CONSIGNACAO
                IF WS-CSG-QTD-CONSIG > ZERO
                    PERFORM 9893-GRAVAR-MOV-CONSIGNADO
                END-IF
            END-IF.

      ****** PARTE CONSIGNADA DO LANCAMENTO EM REG-MOVIMENTO ************
       9893-GRAVAR-MOV-CONSIGNADO.
            OPEN I-O MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS EQUAL 35
                OPEN OUTPUT MOVIMENTO-CONSIGNADO
                CLOSE MOVIMENTO-CONSIGNADO
                OPEN I-O MOVIMENTO-CONSIGNADO
            END-IF
            IF WS-FS-MCS EQUAL ZEROS
                MOVE MOV-NUMERO TO MCS-MOV-NUMERO
                MOVE WS-CSG-TIPO TO MCS-TIPO
                MOVE WS-CSG-PRODUTO TO MCS-COD-PRODUTO
                MOVE WS-CSG-FORNECEDOR TO MCS-COD-FORNECEDOR
                MOVE MOV-DATA TO MCS-DATA
                MOVE WS-CSG-QTD-CONSIG TO MCS-QUANTIDADE
                MOVE WS-CSG-PRECO TO MCS-PRECO
                MOVE WS-CSG-MOEDA TO MCS-MOEDA
                MOVE WS-CSG-DESTINO TO MCS-DESTINO
                IF WS-CSG-ESTORNO-DE EQUAL ZEROS
                    SET MCS-PENDENTE TO TRUE
                ELSE
                    SET MCS-ESTORNADO TO TRUE
                END-IF
                MOVE ZEROS TO MCS-NUMERO-PEDIDO
                MOVE ZEROS TO MCS-DATA-ACERTO
                WRITE REG-MOV-CONSIGNADO
                END-WRITE
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF.

      ****** PARTE CONSIGNADA DE UM LANCAMENTO JA GRAVADO ***************
       9894-LOCALIZAR-MOV-CONSIGNADO.
            MOVE 'N' TO WS-CSG-MCS-ACHADO
            OPEN INPUT MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS EQUAL ZEROS
                MOVE WS-CSG-ESTORNO-DE TO MCS-MOV-NUMERO
                READ MOVIMENTO-CONSIGNADO RECORD
                    KEY IS MCS-MOV-NUMERO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-CSG-MCS-ACHADO
                        MOVE MCS-TIPO TO WS-CSG-TIPO
                        MOVE MCS-COD-PRODUTO TO WS-CSG-PRODUTO
                        MOVE MCS-COD-FORNECEDOR TO WS-CSG-FORNECEDOR
                        MOVE MCS-QUANTIDADE TO WS-CSG-QTD-CONSIG
                        MOVE MCS-PRECO TO WS-CSG-PRECO
                        MOVE MCS-MOEDA TO WS-CSG-MOEDA
                        MOVE MCS-DESTINO TO WS-CSG-DESTINO
                        MOVE MCS-SITUACAO TO WS-CSG-SITUACAO
                END-READ
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF.

      ****** ESTORNO DEVOLVE O SALDO CONSIGNADO DO LANCAMENTO ***********
       9895-ESTORNAR-CONSIGNADO.
            OPEN I-O MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS EQUAL ZEROS
                MOVE WS-CSG-ESTORNO-DE TO MCS-MOV-NUMERO
                READ MOVIMENTO-CONSIGNADO RECORD
                    KEY IS MCS-MOV-NUMERO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET MCS-ESTORNADO TO TRUE
                        REWRITE REG-MOV-CONSIGNADO
                        END-REWRITE
                END-READ
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF
            OPEN I-O CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE WS-CSG-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-CSG-TIPO EQUAL 'R'
                            IF WS-CSG-QTD-CONSIG > CSG-SALDO
                                MOVE ZEROS TO CSG-SALDO
                            ELSE
                                SUBTRACT WS-CSG-QTD-CONSIG FROM
                                    CSG-SALDO
                            END-IF
                        ELSE
                            ADD WS-CSG-QTD-CONSIG TO CSG-SALDO
                        END-IF
                        ACCEPT CSG-DATA-ALTERACAO FROM DATE YYYYMMDD
                        REWRITE REG-CONSIGNACAO
                        END-REWRITE
                END-READ
                CLOSE CONSIGNACAO
            END-IF
            PERFORM 9893-GRAVAR-MOV-CONSIGNADO.
