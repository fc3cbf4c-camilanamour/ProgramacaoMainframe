      *               de inflar as BAIXAS e as ENTRADAS com uma
      *               transformacao interna que nao e perda nem
      *               compra
      * 15 OUT 2026 - ajuste de custo do rateio de frete, seguro e
      *               impostos (MOV-TIPO C, sem quantidade) sai na
      *               classe C CUSTO ADICIONAL pelo valor rateado em
      *               RATEIO-CUSTO; a parcela de produto sem saldo,
      *               que nao entrou no CUSTO-MEDIO, sai na classe X
      *               para o resultado
      * 15 OUT 2026 - a parte consignada dos lancamentos (registrada
      *               em MOVIMENTO-CONSIGNADO) nao vai mais para o
      *               razao: recebimento, consumo e devolucao de
      *               estoque do fornecedor nao sao valor nosso; o
      *               consumo chega a contabilidade pela fatura do
      *               acerto de consignacao
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               sai na classe propria R DEVOL DEPT, por destino e
      *               categoria, ao custo da saida original, para a
      *               contabilidade creditar o consumo do departamento
      *               que devolveu
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-RAZAO.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY RUNSEL.
           COPY RATSEL.
           COPY MCSSEL.
           SELECT RAZAO-CONTABIL ASSIGN TO
           'C:\ARQUIVOS\razao-contabil.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY PRODFD.
           COPY MOVFD.
           COPY RUNFD.
           COPY RATFD.
           COPY MCSFD.

       FD RAZAO-CONTABIL.
       01 REG-RAZAO                PIC X(80).
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-RAZ            PIC 99.
       77 WS-FS-REG            PIC 99.
       77 WS-FS-RAT            PIC 99.
       77 WS-RAT-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-MCS            PIC 99.
       77 WS-MCS-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-CONSIGNADOS       PIC 9(05).
       77 WS-MOV-EXCLUIDO      PIC X VALUE 'N'.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-LINHAS-GERADAS    PIC 9(05).
            END-IF

            OPEN INPUT PRODUTOS
            OPEN INPUT RATEIO-CUSTO
            IF WS-FS-RAT EQUAL ZEROS
                MOVE 'S' TO WS-RAT-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-RAT-DISPONIVEL
            END-IF
            OPEN INPUT MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS EQUAL ZEROS
                MOVE 'S' TO WS-MCS-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-MCS-DISPONIVEL
            END-IF
            INITIALIZE WS-CONSIGNADOS
            OPEN OUTPUT RAZAO-CONTABIL
            OPEN OUTPUT RAZAO-REGISTRO
            INITIALIZE WS-CONTADOR
            DISPLAY ' '
            DISPLAY 'MOVIMENTOS AGREGADOS: ' WS-CONTADOR
            DISPLAY 'LANCAMENTOS GERADOS: ' WS-LINHAS-GERADAS
            DISPLAY 'MOVIMENTOS COM PARTE CONSIGNADA EXCLUIDA: '
                WS-CONSIGNADOS
            DISPLAY 'INTERFACE: razao-contabil.txt'
            DISPLAY 'REGISTRO: razao-registro.txt'

            CLOSE RAZAO-REGISTRO
            CLOSE RAZAO-CONTABIL
            IF WS-RAT-DISPONIVEL EQUAL 'S'
                CLOSE RATEIO-CUSTO
            END-IF
            IF WS-MCS-DISPONIVEL EQUAL 'S'
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF
            CLOSE PRODUTOS
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
                WHEN MOV-CONJUNTO NOT EQUAL ZEROS
                    MOVE 'M' TO ORD-CLASSE
                    MOVE SPACES TO ORD-DESTINO
                WHEN MOV-AJUSTE-CUSTO
                    MOVE 'C' TO ORD-CLASSE
                    MOVE SPACES TO ORD-DESTINO
                WHEN MOV-ENTRADA
                    MOVE 'E' TO ORD-CLASSE
                    MOVE SPACES TO ORD-DESTINO
                WHEN MOV-DEVOLUCAO
                    MOVE 'D' TO ORD-CLASSE
                    MOVE SPACES TO ORD-DESTINO
                WHEN MOV-DEVOLUCAO-DEPTO
                    MOVE 'R' TO ORD-CLASSE
                    MOVE MOV-DESTINO TO ORD-DESTINO
                WHEN MOV-SAIDA AND MOV-DESTINO EQUAL SPACES
                    MOVE 'B' TO ORD-CLASSE
                    MOVE SPACES TO ORD-DESTINO
            MOVE WS-CATEGORIA-PRODUTO TO ORD-CATEGORIA
            MOVE MOV-QUANTIDADE TO ORD-QUANTIDADE
            COMPUTE ORD-VALOR = MOV-QUANTIDADE * WS-CUSTO-USADO
            IF MOV-AJUSTE-CUSTO
                PERFORM 1150-VALOR-DO-RATEIO
            END-IF
            MOVE 'N' TO WS-MOV-EXCLUIDO
            IF WS-MCS-DISPONIVEL EQUAL 'S' AND
               NOT MOV-AJUSTE-CUSTO
                PERFORM 1170-TIRAR-CONSIGNADO
            END-IF
            IF WS-MOV-EXCLUIDO EQUAL 'N'
                RELEASE REG-ORDENACAO
                ADD 1 TO WS-CONTADOR
            END-IF.

      ****** PARTE CONSIGNADA E DO FORNECEDOR, FORA DO RAZAO ************
       1170-TIRAR-CONSIGNADO.
            MOVE MOV-NUMERO TO MCS-MOV-NUMERO
            READ MOVIMENTO-CONSIGNADO RECORD
                KEY IS MCS-MOV-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-CONSIGNADOS
                    IF MCS-QUANTIDADE NOT LESS THAN ORD-QUANTIDADE
                        MOVE ZEROS TO ORD-QUANTIDADE
                        MOVE 'S' TO WS-MOV-EXCLUIDO
                    ELSE
                        SUBTRACT MCS-QUANTIDADE FROM ORD-QUANTIDADE
                    END-IF
                    COMPUTE ORD-VALOR =
                        ORD-QUANTIDADE * WS-CUSTO-USADO
            END-READ.

      ****** AJUSTE DE CUSTO VALE A PARCELA RATEADA *********************
       1150-VALOR-DO-RATEIO.
            MOVE ZEROS TO ORD-VALOR
            IF WS-RAT-DISPONIVEL EQUAL 'S'
                MOVE MOV-NUMERO TO RAT-MOV-NUMERO
                READ RATEIO-CUSTO RECORD
                    KEY IS RAT-MOV-NUMERO
                    INVALID KEY
                        DISPLAY 'AJUSTE DE CUSTO ' MOV-NUMERO
                            ' SEM RATEIO, LANCADO SEM VALOR'
                    NOT INVALID KEY
                        MOVE RAT-VALOR-RATEADO TO ORD-VALOR
                        IF RAT-SEM-SALDO
                            MOVE 'X' TO ORD-CLASSE
                        END-IF
                END-READ
            END-IF.

      ****** QUEBRA POR CLASSE/DESTINO/CATEGORIA E GRAVA ****************
       2000-GERAR-LANCAMENTOS.
                    MOVE 'BAIXAS' TO REG-CLASSE
                WHEN 'D'
                    MOVE 'DEVOLUCAO' TO REG-CLASSE
                WHEN 'R'
                    MOVE 'DEVOL DEPT' TO REG-CLASSE
                WHEN 'M'
                    MOVE 'MONTAGEM' TO REG-CLASSE
                WHEN 'C'
                    MOVE 'CUSTO ADIC' TO REG-CLASSE
                WHEN 'X'
                    MOVE 'ADIC S/SLD' TO REG-CLASSE
                WHEN OTHER
                    MOVE WS-CLASSE-ATUAL TO REG-CLASSE
            END-EVALUATE
