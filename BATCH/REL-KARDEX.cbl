      *               lancamento e o operador carimbados em MOV-HORA
      *               e MOV-OPERADOR, desempatando os movimentos do
      *               mesmo dia
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               soma no saldo como entrada e sai em linha propria,
      *               marcada DV com o destino que devolveu na nova
      *               coluna HISTORICO; arquivo morto lido no registro
      *               ampliado para 112 posicoes
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 121 posicoes (MOV-ORDEM-SERVICO)
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 122 posicoes (MOV-MOTIVO)
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      * 15 OUT 2026 - ajuste de custo (MOV-TIPO C) sai em linha propria
      *               com o custo novo, fora das colunas de entrada e
      *               saida
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-KARDEX.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT KARDEX-SALDOS ASSIGN TO
           'C:\ARQUIVOS\kardex-saldos.tmp'
           ORGANIZATION IS INDEXED
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY MOVFD.
           COPY SPLFD.
           COPY SPIFD.

       FD KARDEX-SALDOS.
       01 REG-TRABALHO.
           03 TRB-LIQUIDO          PIC S9(10).

       FD ARQUIVO-MORTO-MOV.
       01 REG-MORTO-MOV            PIC X(122).

       FD KARDEX-RELATORIO.
       01 REG-KARDEX               PIC X(80).
           03 ORD-ORIGEM           PIC X(01).
           03 ORD-HORA             PIC 9(08).
           03 ORD-OPERADOR         PIC X(20).
           03 ORD-DESTINO          PIC X(06).
           03 ORD-CUSTO-UNIT       PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
           03 KAR-HORA             PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 KAR-OPERADOR         PIC X(12).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 KAR-HISTORICO.
               05 KAR-HIST-TIPO    PIC X(03).
               05 KAR-HIST-DESTINO PIC X(06).

       01 WS-LINHA-AJUSTE-CUSTO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 KAR-AJ-DATA          PIC 9(08).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(11) VALUE 'NOVO CUSTO'.
           03 KAR-AJ-CUSTO         PIC ZZZZZZ9.99.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 KAR-AJ-SALDO         PIC -ZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 KAR-AJ-MARCA-MORTO   PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 KAR-AJ-HORA          PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 KAR-AJ-OPERADOR      PIC X(12).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FILLER               PIC X(09) VALUE 'AJ.CUSTO'.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(12) VALUE '    SAIDA'.
           03 FILLER               PIC X(12) VALUE '    SALDO'.
           03 FILLER               PIC X(09) VALUE '  HORA'.
           03 FILLER               PIC X(12) VALUE 'OPERADOR'.
           03 FILLER               PIC X(09) VALUE 'HISTORICO'.

       01 WS-LINHA-FINAL.
           03 FILLER               PIC X(20)
           03 FILLER               PIC X(20) VALUE SPACES.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
            END-IF

            CLOSE KARDEX-RELATORIO
            MOVE 'REL-KARDEX' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\kardex.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PRODUTOS=' DELIMITED BY SIZE
                WS-COD-INICIAL DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-COD-FINAL DELIMITED BY SIZE
                ' MES-MORTO=' DELIMITED BY SIZE
                WS-MES-MORTO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE PRODUTOS
            CLOSE KARDEX-SALDOS.
            STOP RUN.
                           MOVE MOV-QUANTIDADE TO ORD-QUANTIDADE
                           MOVE MOV-HORA TO ORD-HORA
                           MOVE MOV-OPERADOR TO ORD-OPERADOR
                           MOVE MOV-DESTINO TO ORD-DESTINO
                           MOVE MOV-CUSTO-UNIT TO ORD-CUSTO-UNIT
                           MOVE 'V' TO ORD-ORIGEM
                           RELEASE REG-ORDENACAO
                           PERFORM 1100-ACUMULAR-LIQUIDO
                           MOVE MOV-QUANTIDADE TO ORD-QUANTIDADE
                           MOVE MOV-HORA TO ORD-HORA
                           MOVE MOV-OPERADOR TO ORD-OPERADOR
                           MOVE MOV-DESTINO TO ORD-DESTINO
                           MOVE MOV-CUSTO-UNIT TO ORD-CUSTO-UNIT
                           MOVE 'A' TO ORD-ORIGEM
                           RELEASE REG-ORDENACAO
                           PERFORM 1100-ACUMULAR-LIQUIDO
                INVALID KEY
                    MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
                    MOVE ZERO TO TRB-LIQUIDO
                    IF MOV-AUMENTA-SALDO
                        ADD MOV-QUANTIDADE TO TRB-LIQUIDO
                    ELSE
                        SUBTRACT MOV-QUANTIDADE FROM TRB-LIQUIDO
                    END-IF
                    WRITE REG-TRABALHO
                NOT INVALID KEY
                    IF MOV-AUMENTA-SALDO
                        ADD MOV-QUANTIDADE TO TRB-LIQUIDO
                    ELSE
                        SUBTRACT MOV-QUANTIDADE FROM TRB-LIQUIDO

      ****** UMA LINHA DO EXTRATO COM O SALDO APOS O MOVIMENTO **********
       2200-IMPRIMIR-MOVIMENTO.
            IF ORD-TIPO EQUAL 'C'
                PERFORM 2250-IMPRIMIR-AJUSTE-CUSTO
            ELSE
                MOVE ORD-DATA TO KAR-DATA
                IF ORD-TIPO EQUAL 'E' OR ORD-TIPO EQUAL 'R'
                    MOVE ORD-QUANTIDADE TO KAR-QTD-ENTRADA
                    MOVE ZERO TO KAR-QTD-SAIDA
                    ADD ORD-QUANTIDADE TO WS-SALDO-CORRENTE
                ELSE
                    MOVE ZERO TO KAR-QTD-ENTRADA
                    MOVE ORD-QUANTIDADE TO KAR-QTD-SAIDA
                    SUBTRACT ORD-QUANTIDADE FROM WS-SALDO-CORRENTE
                END-IF
                MOVE WS-SALDO-CORRENTE TO KAR-SALDO
                IF ORD-ORIGEM EQUAL 'A'
                    MOVE '*' TO KAR-MARCA-MORTO
                ELSE
                    MOVE SPACE TO KAR-MARCA-MORTO
                END-IF
                MOVE ORD-HORA (1:6) TO KAR-HORA
                MOVE ORD-OPERADOR TO KAR-OPERADOR
                IF ORD-TIPO EQUAL 'R'
                    MOVE 'DV' TO KAR-HIST-TIPO
                    MOVE ORD-DESTINO TO KAR-HIST-DESTINO
                ELSE
                    MOVE SPACES TO KAR-HISTORICO
                END-IF
                WRITE REG-KARDEX FROM WS-LINHA-MOVIMENTO
            END-IF
            ADD 1 TO WS-CONTADOR.

      ****** AJUSTE DE CUSTO: SO O CUSTO NOVO, SEM QUANTIDADE ***********
       2250-IMPRIMIR-AJUSTE-CUSTO.
            MOVE ORD-DATA TO KAR-AJ-DATA
            MOVE ORD-CUSTO-UNIT TO KAR-AJ-CUSTO
            MOVE WS-SALDO-CORRENTE TO KAR-AJ-SALDO
            IF ORD-ORIGEM EQUAL 'A'
                MOVE '*' TO KAR-AJ-MARCA-MORTO
            ELSE
                MOVE SPACE TO KAR-AJ-MARCA-MORTO
            END-IF
            MOVE ORD-HORA (1:6) TO KAR-AJ-HORA
            MOVE ORD-OPERADOR TO KAR-AJ-OPERADOR
            WRITE REG-KARDEX FROM WS-LINHA-AJUSTE-CUSTO.

      ****** SALDO FINAL DO GRUPO CONTRA O ESTOQUE DO ARQUIVO ***********
       2300-FECHAR-GRUPO.
            MOVE WS-SALDO-CORRENTE TO KAR-SALDO-FINAL
            MOVE WS-ESTOQUE-ATUAL TO KAR-ESTOQUE-ATUAL
            WRITE REG-KARDEX FROM WS-LINHA-FINAL.

           COPY SPLGRV.
       END PROGRAM REL-KARDEX.
