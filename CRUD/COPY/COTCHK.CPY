      ******************************************************************
      * Copybook: COTCHK
      * Purpose:  Confere a saida ao departamento contra a cota mensal
      *           de COTAS-CONSUMO. 9610 le a cota do produto e a da
      *           categoria do destino no mes corrente; sem cota, a
      *           saida passa sem controle. 9620 apura o consumo do
      *           mes no segmento MOVIMENTO-MES (saidas ao destino
      *           menos devolucoes do departamento e estornos). Saida
      *           que passa de uma das cotas e recusada, a nao ser que
      *           um supervisor identificado (PERFIL-SUPERVISOR de
      *           USUARIOS) libere na hora; a liberacao vai para
      *           EXCESSOS-COTA e para PRODUTOS-LOG como OVERRIDE-C.
      *           A apuracao por categoria le PRODUTOS e devolve
      *           REG-PRODUTO como estava; REG-MOVIMENTO e usado como
      *           area de leitura. Requires COTSEL/COTFD, XCTSEL/
      *           XCTFD, PRODSEL/PRODFD (aberto), MVSSEL/MVSFD, MOVFD,
      *           USUSEL/USUFD, LOGSEL/LOGFD, COTWS e os WS-FS-MVS,
      *           WS-FS-USU e WS-FS-LOG do programa.
      ******************************************************************
       9610-CONFERIR-COTA.
            MOVE 'N' TO WS-COT-RECUSADA
            MOVE 'N' TO WS-COT-ACHOU-P
            MOVE 'N' TO WS-COT-ACHOU-C
            MOVE 'N' TO WS-COT-EXCEDE-P
            MOVE 'N' TO WS-COT-EXCEDE-C
            ACCEPT WS-COT-HOJE FROM DATE YYYYMMDD
            MOVE WS-COT-HOJE (1:6) TO WS-COT-MES
            IF WS-COT-DESTINO NOT EQUAL SPACES
                OPEN INPUT COTAS-CONSUMO
                IF WS-FS-COT EQUAL ZEROS
                    PERFORM 9611-LER-COTAS
                    CLOSE COTAS-CONSUMO
                END-IF
            END-IF
            IF WS-COT-ACHOU-P EQUAL 'S' OR WS-COT-ACHOU-C EQUAL 'S'
                PERFORM 9620-APURAR-CONSUMO
                IF WS-COT-ACHOU-P EQUAL 'S' AND
                   WS-COT-USADO-P + WS-COT-QTD > WS-COT-COTA-P
                    MOVE 'S' TO WS-COT-EXCEDE-P
                    DISPLAY 'COTA MENSAL DO PRODUTO PARA O DESTINO '
                        WS-COT-DESTINO ' EXCEDIDA'
                    DISPLAY '  COTA: ' WS-COT-COTA-P ' USADO NO MES: '
                        WS-COT-USADO-P ' SAIDA: ' WS-COT-QTD
                END-IF
                IF WS-COT-ACHOU-C EQUAL 'S' AND
                   WS-COT-USADO-C + WS-COT-QTD > WS-COT-COTA-C
                    MOVE 'S' TO WS-COT-EXCEDE-C
                    DISPLAY 'COTA MENSAL DA CATEGORIA '
                        WS-COT-CATEGORIA ' PARA O DESTINO '
                        WS-COT-DESTINO ' EXCEDIDA'
                    DISPLAY '  COTA: ' WS-COT-COTA-C ' USADO NO MES: '
                        WS-COT-USADO-C ' SAIDA: ' WS-COT-QTD
                END-IF
                IF WS-COT-EXCEDE-P EQUAL 'S' OR
                   WS-COT-EXCEDE-C EQUAL 'S'
                    PERFORM 9630-LIBERAR-EXCESSO
                    IF WS-COT-LIBERADA EQUAL 'S'
                        PERFORM 9640-REGISTRAR-EXCESSO
                    ELSE
                        MOVE 'S' TO WS-COT-RECUSADA
                        DISPLAY 'SAIDA ACIMA DA COTA RECUSADA'
                    END-IF
                END-IF
            END-IF.

      ****** COTA DO PRODUTO E DA CATEGORIA DO DESTINO NO MES ***********
       9611-LER-COTAS.
            MOVE WS-COT-DESTINO TO COT-DESTINO
            SET COT-POR-PRODUTO TO TRUE
            MOVE SPACES TO COT-ITEM
            MOVE WS-COT-PRODUTO TO COT-COD-PRODUTO
            MOVE WS-COT-MES TO COT-MES
            READ COTAS-CONSUMO RECORD
                KEY IS COT-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-COT-ACHOU-P
                    MOVE COT-QTD-COTA TO WS-COT-COTA-P
            END-READ
            IF WS-COT-CATEGORIA NOT EQUAL SPACES
                MOVE WS-COT-DESTINO TO COT-DESTINO
                SET COT-POR-CATEGORIA TO TRUE
                MOVE WS-COT-CATEGORIA TO COT-ITEM
                MOVE WS-COT-MES TO COT-MES
                READ COTAS-CONSUMO RECORD
                    KEY IS COT-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-COT-ACHOU-C
                        MOVE COT-QTD-COTA TO WS-COT-COTA-C
                END-READ
            END-IF.

      ****** CONSUMO DO MES: SAIDAS MENOS DEVOLUCOES E ESTORNOS *********
       9620-APURAR-CONSUMO.
            MOVE ZEROS TO WS-COT-USADO-P
            MOVE ZEROS TO WS-COT-USADO-C
            IF WS-COT-ACHOU-C EQUAL 'S'
                MOVE REG-PRODUTO TO WS-COT-PRODUTO-SALVO
            END-IF
            OPEN INPUT MOVIMENTO-MES
            IF WS-FS-MVS EQUAL ZEROS
                MOVE 0 TO WS-COT-EOF
                PERFORM UNTIL WS-COT-EOF EQUAL 1
                   READ MOVIMENTO-MES INTO REG-MOVIMENTO
                   AT END
                       MOVE 1 TO WS-COT-EOF
                   NOT AT END
                       IF MOV-DESTINO EQUAL WS-COT-DESTINO AND
                          MOV-DATA (1:6) EQUAL WS-COT-MES
                           PERFORM 9621-SOMAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-MES
            END-IF
            IF WS-COT-ACHOU-C EQUAL 'S'
                MOVE WS-COT-PRODUTO-SALVO TO REG-PRODUTO
            END-IF.

      ****** SAIDA SOMA; DEVOLUCAO E ESTORNO AO DESTINO ABATEM **********
       9621-SOMAR-MOVIMENTO.
            EVALUATE TRUE
                WHEN MOV-SAIDA
                    MOVE 1 TO WS-COT-SINAL
                WHEN MOV-DEVOLUCAO-DEPTO
                    MOVE -1 TO WS-COT-SINAL
                WHEN MOV-ENTRADA AND MOV-ESTORNO-DE NOT EQUAL ZEROS
                    MOVE -1 TO WS-COT-SINAL
                WHEN OTHER
                    MOVE 0 TO WS-COT-SINAL
            END-EVALUATE
            IF WS-COT-SINAL NOT EQUAL 0
                IF MOV-COD-PRODUTO EQUAL WS-COT-PRODUTO
                    COMPUTE WS-COT-USADO-P = WS-COT-USADO-P +
                        WS-COT-SINAL * MOV-QUANTIDADE
                    MOVE WS-COT-CATEGORIA TO WS-COT-CAT-MOV
                ELSE
                    MOVE SPACES TO WS-COT-CAT-MOV
                    IF WS-COT-ACHOU-C EQUAL 'S'
                        MOVE MOV-COD-PRODUTO TO COD-PRODUTO
                        READ PRODUTOS RECORD
                            KEY IS COD-PRODUTO
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE CATEGORIA-PRODUTO TO
                                    WS-COT-CAT-MOV
                        END-READ
                    END-IF
                END-IF
                IF WS-COT-ACHOU-C EQUAL 'S' AND
                   WS-COT-CAT-MOV EQUAL WS-COT-CATEGORIA
                    COMPUTE WS-COT-USADO-C = WS-COT-USADO-C +
                        WS-COT-SINAL * MOV-QUANTIDADE
                END-IF
            END-IF.

      ****** SO PERFIL-SUPERVISOR DE USUARIOS LIBERA O EXCESSO **********
       9630-LIBERAR-EXCESSO.
            MOVE 'N' TO WS-COT-LIBERADA
            DISPLAY 'UM SUPERVISOR PODE LIBERAR A SAIDA ACIMA DA '
                'COTA. LIBERAR? (S|N)'
            MOVE SPACE TO WS-COT-RESP
            ACCEPT WS-COT-RESP
            IF WS-COT-RESP EQUAL 'S'
                OPEN INPUT USUARIOS
                IF WS-FS-USU NOT EQUAL ZEROS
                    DISPLAY 'CADASTRO DE USUARIOS AUSENTE, '
                        'LIBERACAO NEGADA'
                ELSE
                    DISPLAY 'INFORME O ID DO SUPERVISOR:'
                    ACCEPT WS-COT-ID
                    DISPLAY 'INFORME A SENHA:'
                    ACCEPT WS-COT-SENHA
                    MOVE WS-COT-ID TO USU-ID
                    READ USUARIOS RECORD
                        KEY IS USU-ID
                        INVALID KEY
                            DISPLAY 'USUARIO NAO CADASTRADO, '
                                'LIBERACAO NEGADA'
                        NOT INVALID KEY
                            IF USU-SENHA EQUAL WS-COT-SENHA AND
                               PERFIL-SUPERVISOR AND
                               NOT USU-TRAVADO
                                MOVE 'S' TO WS-COT-LIBERADA
                                DISPLAY 'SAIDA ACIMA DA COTA LIBERADA '
                                    'POR ' WS-COT-ID
                            ELSE
                                DISPLAY 'SENHA OU PERFIL INVALIDO, '
                                    'LIBERACAO NEGADA'
                            END-IF
                    END-READ
                    CLOSE USUARIOS
                END-IF
            END-IF.

      ****** GRAVA A LIBERACAO EM EXCESSOS-COTA E NO LOG ****************
       9640-REGISTRAR-EXCESSO.
            IF WS-COT-EXCEDE-P EQUAL 'S'
                MOVE 'P' TO XCT-TIPO
                MOVE SPACES TO XCT-ITEM
                MOVE WS-COT-PRODUTO TO XCT-ITEM (1:6)
                MOVE WS-COT-COTA-P TO XCT-COTA
                IF WS-COT-USADO-P > ZERO
                    MOVE WS-COT-USADO-P TO XCT-USADO
                ELSE
                    MOVE ZEROS TO XCT-USADO
                END-IF
                PERFORM 9641-GRAVAR-EXCESSO
            END-IF
            IF WS-COT-EXCEDE-C EQUAL 'S'
                MOVE 'C' TO XCT-TIPO
                MOVE WS-COT-CATEGORIA TO XCT-ITEM
                MOVE WS-COT-COTA-C TO XCT-COTA
                IF WS-COT-USADO-C > ZERO
                    MOVE WS-COT-USADO-C TO XCT-USADO
                ELSE
                    MOVE ZEROS TO XCT-USADO
                END-IF
                PERFORM 9641-GRAVAR-EXCESSO
            END-IF
            MOVE 'OVERRIDE-C' TO LOG-OPERACAO
            MOVE WS-COT-PRODUTO TO LOG-COD-PRODUTO
            MOVE 'COTA DO DESTINO' TO LOG-NOME-ANTES
            MOVE XCT-COTA TO LOG-ESTOQUE-ANTES
            MOVE WS-COT-DESTINO TO LOG-NOME-DEPOIS
            MOVE WS-COT-QTD TO LOG-ESTOQUE-DEPOIS
            MOVE WS-COT-ID TO LOG-USUARIO
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.

      ****** UMA LINHA POR COTA EXCEDIDA ********************************
       9641-GRAVAR-EXCESSO.
            MOVE WS-COT-MES TO XCT-MES
            MOVE WS-COT-HOJE TO XCT-DATA
            ACCEPT XCT-HORA FROM TIME
            MOVE WS-COT-DESTINO TO XCT-DESTINO
            MOVE WS-COT-PRODUTO TO XCT-COD-PRODUTO
            MOVE WS-COT-QTD TO XCT-QUANTIDADE
            MOVE WS-COT-ID TO XCT-SUPERVISOR
            ACCEPT XCT-OPERADOR FROM ENVIRONMENT 'USER'
            IF XCT-OPERADOR EQUAL SPACES
                MOVE 'DESCONHECIDO' TO XCT-OPERADOR
            END-IF
            OPEN EXTEND EXCESSOS-COTA
            IF WS-FS-XCT EQUAL 35
                OPEN OUTPUT EXCESSOS-COTA
            END-IF
            WRITE REG-EXCESSO
            CLOSE EXCESSOS-COTA.
