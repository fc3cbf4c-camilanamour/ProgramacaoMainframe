      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: DEVOLUCAO DE MATERIAL DO DEPARTAMENTO AO ESTOQUE: O
      *          OPERADOR INFORMA O PRODUTO, ESCOLHE A SAIDA ORIGINAL
      *          (MOV-NUMERO) FEITA AO DESTINO, A QUANTIDADE QUE
      *          VOLTOU (ATE O QUE AINDA NAO FOI DEVOLVIDO DAQUELA
      *          SAIDA) E A CONDICAO DO MATERIAL. O PROGRAMA LANCA O
      *          MOVIMENTO PROPRIO DE DEVOLUCAO (MOV-TIPO R) COM O
      *          DESTINO E A SAIDA DE ORIGEM, AO CUSTO DA SAIDA, QUE
      *          ABATE O CONSUMO DAQUELE DEPARTAMENTO. CONDICAO BOA
      *          VOLTA AO ESTOQUE (E AO LOTE DA SAIDA); QUARENTENA
      *          VOLTA AO ESTOQUE, PASSA O PRODUTO PARA QUARENTENA E
      *          ABRE INSPECAO PENDENTE PARA O QC; SUCATA CREDITA O
      *          DEPARTAMENTO MAS SAI DE NOVO COMO BAIXA SEM DESTINO
      *          E ALIMENTA O REGISTRO VALORIZADO DE PERDAS. ACABA A
      *          ENTRADA AVULSA QUE SOMAVA ESTOQUE SEM DEVOLVER O
      *          CONSUMO A QUEM DEVOLVEU.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - inspecao da devolucao de departamento zera o
      *               fornecedor e o pedido de origem: rejeicao aqui nao
      *               abre nao conformidade de fornecedor
      * 15 OUT 2026 - devolucao ao estoque herda a ordem de servico
      *               (MOV-ORDEM-SERVICO) da saida devolvida; o descarte
      *               segue sem ordem
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO: B
      *               na sucata baixada, branco na devolucao, para a
      *               prova de evolucao do valor do estoque separar as
      *               baixas
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-34-devolve-departamento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY MVSSEL.
           COPY DSTSEL.
           COPY INSSEL.
           COPY LOTSEL.
           COPY MLTSEL.
           COPY SERSEL.
           COPY PERSEL.
           COPY USUSEL.
           COPY ESTSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.
           SELECT BAIXAS-VENCIDOS ASSIGN TO
           'C:\ARQUIVOS\baixas-vencidos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BXA.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY MOVFD.
           COPY MVSFD.
           COPY DSTFD.
           COPY INSFD.
           COPY LOTFD.
           COPY MLTFD.
           COPY SERFD.
           COPY PERFD.
           COPY USUFD.
           COPY ESTFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.

       FD BAIXAS-VENCIDOS.
       01 REG-BAIXA                PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-MVS            PIC 99.
       77 WS-FS-ERR            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-DST-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-INS            PIC 99.
       77 WS-FS-LOT            PIC 99.
       77 WS-FS-MLT            PIC 99.
       77 WS-FS-SER            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-BXA            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-COD-BUSCA         PIC 9(06) VALUE ZERO.
       77 WS-NUMERO-SAIDA      PIC 9(09).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-ACHOU             PIC X VALUE 'N'.
       77 WS-SAIDA-INVALIDA    PIC X VALUE 'N'.
       77 WS-QTD-SAIDA         PIC 9(09).
       77 WS-DESTINO-SAIDA     PIC X(06).
       77 WS-OS-SAIDA          PIC 9(09).
       77 WS-DATA-SAIDA        PIC 9(08).
       77 WS-CUSTO-SAIDA       PIC 9(07)V99.
       77 WS-LOTE-SAIDA        PIC X(10).
       77 WS-QTD-JA-DEVOLVIDA  PIC 9(09).
       77 WS-QTD-DEVOLVIVEL    PIC 9(09).
       77 WS-QTD-DEVOLVER      PIC 9(09).
       77 WS-CONDICAO          PIC X(01) VALUE SPACE.
           88 CONDICAO-BOA         VALUE 'B'.
           88 CONDICAO-QUARENTENA  VALUE 'Q'.
           88 CONDICAO-SUCATA      VALUE 'S'.
           88 CONDICAO-VALIDA      VALUE 'B' 'Q' 'S'.
       77 WS-CUSTO-ANTERIOR    PIC 9(07)V99.
       77 WS-VALOR-CUSTO       PIC 9(16)V99.
       77 WS-VALOR-PERDA       PIC 9(16)V99.
       77 WS-VALOR-EDITADO     PIC ZZZZZZZZZZZZ9.99.
       77 WS-NUMERO-DEVOLUCAO  PIC 9(09).
       77 WS-SERIE-INFORMADA   PIC X(20).
       77 WS-IND-SERIE         PIC 9(09).
       77 WS-REGRAVOU          PIC X VALUE SPACE.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.

       01 WS-LINHA-BAIXA.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 BXA-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 BXA-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(07) VALUE ' LOTE: '.
           03 BXA-LOTE             PIC X(10).
           03 FILLER               PIC X(06) VALUE ' QTD: '.
           03 BXA-QUANTIDADE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(08) VALUE ' CUSTO: '.
           03 BXA-PRECO            PIC 9(07).99.
           03 FILLER               PIC X(08) VALUE ' VALOR: '.
           03 BXA-VALOR            PIC X(16).
           03 FILLER               PIC X(14)
              VALUE ' (DEV. SUCATA)'.

           COPY PRODWS.
           COPY FSTWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY ESTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- DEVOLUCAO DO DEPARTAMENTO ------------"
            SET WS-FS TO 0.
            PERFORM 9960-CONFERIR-FECHAMENTO
            IF WS-FECHAMENTO-CURSO EQUAL 'S'
                STOP RUN
            END-IF
            ACCEPT WS-DATA-CONFERIR FROM DATE YYYYMMDD
            PERFORM 9950-CONFERIR-PERIODO
            IF WS-PERIODO-FECHADO EQUAL 'S'
                DISPLAY 'A DATA DE HOJE JA FOI FECHADA PELO '
                    'FECHAMENTO DIARIO, LANCAMENTOS RECUSADOS'
                DISPLAY 'LANCE A CORRECAO NA PROXIMA DATA COM '
                    'REFERENCIA AO LANCAMENTO ORIGINAL'
                STOP RUN
            END-IF
            OPEN I-O PRODUTOS
            OPEN INPUT DESTINOS
            IF WS-FS-DST EQUAL ZEROS
                MOVE 'S' TO WS-DST-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-DST-DISPONIVEL
            END-IF
            OPEN I-O INSPECOES
            IF WS-FS-INS EQUAL 35
                OPEN OUTPUT INSPECOES
                CLOSE INSPECOES
                OPEN I-O INSPECOES
            END-IF
            OPEN I-O LOTES-PRODUTO
            IF WS-FS-LOT EQUAL 35
                OPEN OUTPUT LOTES-PRODUTO
                CLOSE LOTES-PRODUTO
                OPEN I-O LOTES-PRODUTO
            END-IF
            OPEN I-O SERIES-PRODUTO
            IF WS-FS-SER EQUAL 35
                OPEN OUTPUT SERIES-PRODUTO
                CLOSE SERIES-PRODUTO
                OPEN I-O SERIES-PRODUTO
            END-IF
            PERFORM UNTIL WS-COD-BUSCA EQUAL 999999
               DISPLAY ' '
               DISPLAY 'INFORME O CODIGO DO PRODUTO DEVOLVIDO (999999 '
                   'ENCERRA):'
               ACCEPT WS-COD-BUSCA
               IF WS-COD-BUSCA NOT EQUAL 999999
                   PERFORM 1000-DEVOLVER-PRODUTO
               END-IF
            END-PERFORM
            IF WS-DST-DISPONIVEL EQUAL 'S'
                CLOSE DESTINOS
            END-IF
            CLOSE SERIES-PRODUTO
            CLOSE LOTES-PRODUTO
            CLOSE INSPECOES
            CLOSE PRODUTOS.
            STOP RUN.

      ****** PRODUTO, SAIDAS AO DEPARTAMENTO E A SAIDA ESCOLHIDA ********
       1000-DEVOLVER-PRODUTO.
            MOVE WS-COD-BUSCA TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                NOT INVALID KEY
                    DISPLAY 'PRODUTO: ' WS-COD-PRODUTO ' '
                        WS-NOME-PRODUTO
                    PERFORM 1100-LISTAR-SAIDAS
                    IF WS-CONTADOR EQUAL ZERO
                        DISPLAY 'NENHUMA SAIDA A DEPARTAMENTO DO '
                            'PRODUTO NO LIVRO'
                    ELSE
                        DISPLAY 'INFORME O NUMERO DA SAIDA ORIGINAL '
                            '(0 CANCELA):'
                        ACCEPT WS-NUMERO-SAIDA
                        IF WS-NUMERO-SAIDA NOT EQUAL ZERO
                            PERFORM 1200-LOCALIZAR-SAIDA
                            IF WS-ACHOU EQUAL 'N'
                                DISPLAY 'SAIDA NAO ENCONTRADA PARA O '
                                    'PRODUTO'
                            ELSE
                                IF WS-SAIDA-INVALIDA EQUAL 'N'
                                    PERFORM 2000-COLETAR-DEVOLUCAO
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      ****** LISTA AS SAIDAS DO PRODUTO FEITAS A UM DESTINO *************
       1100-LISTAR-SAIDAS.
            INITIALIZE WS-CONTADOR
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE MOVIMENTOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MOV-COD-PRODUTO EQUAL WS-COD-BUSCA AND
                          MOV-SAIDA AND
                          MOV-DESTINO NOT EQUAL SPACES AND
                          MOV-ESTORNO-DE EQUAL ZEROS
                           DISPLAY '  MOV ' MOV-NUMERO ' SAIDA DE '
                               MOV-QUANTIDADE ' EM ' MOV-DATA
                               ' AO DESTINO ' MOV-DESTINO
                           ADD 1 TO WS-CONTADOR
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** LOCALIZA A SAIDA E SOMA O QUE JA VOLTOU DELA ***************
       1200-LOCALIZAR-SAIDA.
            MOVE 'N' TO WS-ACHOU
            MOVE 'N' TO WS-SAIDA-INVALIDA
            MOVE ZEROS TO WS-QTD-JA-DEVOLVIDA
            OPEN INPUT MOVIMENTO-ESTOQUE
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF MOV-NUMERO EQUAL WS-NUMERO-SAIDA AND
                      MOV-COD-PRODUTO EQUAL WS-COD-BUSCA
                       MOVE 'S' TO WS-ACHOU
                       MOVE MOV-QUANTIDADE TO WS-QTD-SAIDA
                       MOVE MOV-DESTINO TO WS-DESTINO-SAIDA
                       IF MOV-ORDEM-SERVICO IS NUMERIC
                           MOVE MOV-ORDEM-SERVICO TO WS-OS-SAIDA
                       ELSE
                           MOVE ZEROS TO WS-OS-SAIDA
                       END-IF
                       MOVE MOV-DATA TO WS-DATA-SAIDA
                       MOVE MOV-CUSTO-UNIT TO WS-CUSTO-SAIDA
                       IF NOT MOV-SAIDA OR MOV-DESTINO EQUAL SPACES
                           DISPLAY 'SO SAIDA A UM DESTINO PODE SER '
                               'DEVOLVIDA PELO DEPARTAMENTO'
                           MOVE 'S' TO WS-SAIDA-INVALIDA
                       END-IF
                       IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                           DISPLAY 'ESTE MOVIMENTO E UM ESTORNO, NAO '
                               'PODE SER DEVOLVIDO'
                           MOVE 'S' TO WS-SAIDA-INVALIDA
                       END-IF
                   END-IF
                   IF MOV-ESTORNO-DE EQUAL WS-NUMERO-SAIDA
                       DISPLAY 'SAIDA JA ESTORNADA, NADA A DEVOLVER'
                       MOVE 'S' TO WS-SAIDA-INVALIDA
                   END-IF
                   IF MOV-DEVOLUCAO-DEPTO AND
                      MOV-SAIDA-ORIGEM EQUAL WS-NUMERO-SAIDA
                       ADD MOV-QUANTIDADE TO WS-QTD-JA-DEVOLVIDA
                   END-IF
               END-READ
            END-PERFORM
            CLOSE MOVIMENTO-ESTOQUE
            IF WS-ACHOU EQUAL 'S' AND WS-SAIDA-INVALIDA EQUAL 'N'
                IF WS-QTD-JA-DEVOLVIDA NOT LESS THAN WS-QTD-SAIDA
                    DISPLAY 'SAIDA JA TOTALMENTE DEVOLVIDA'
                    MOVE 'S' TO WS-SAIDA-INVALIDA
                ELSE
                    COMPUTE WS-QTD-DEVOLVIVEL =
                        WS-QTD-SAIDA - WS-QTD-JA-DEVOLVIDA
                    PERFORM 1300-LOCALIZAR-LOTE-SAIDA
                END-IF
            END-IF.

      ****** LOTE DE ONDE A SAIDA FOI TIRADA (RASTRO DE LOTE) ***********
       1300-LOCALIZAR-LOTE-SAIDA.
            MOVE SPACES TO WS-LOTE-SAIDA
            OPEN INPUT MOVIMENTO-LOTE
            IF WS-FS-MLT EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-LOTE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MLT-MOV-NUMERO EQUAL WS-NUMERO-SAIDA AND
                          MLT-COD-PRODUTO EQUAL WS-COD-BUSCA
                           MOVE MLT-LOTE TO WS-LOTE-SAIDA
                           MOVE 1 TO WS-EOF
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-LOTE
            END-IF.

      ****** QUANTIDADE QUE VOLTOU E CONDICAO DO MATERIAL ***************
       2000-COLETAR-DEVOLUCAO.
            DISPLAY 'SAIDA ' WS-NUMERO-SAIDA ' DE ' WS-DATA-SAIDA
                ' AO DESTINO ' WS-DESTINO-SAIDA
            IF WS-DST-DISPONIVEL EQUAL 'S'
                MOVE WS-DESTINO-SAIDA TO DEST-CODIGO
                READ DESTINOS RECORD
                    KEY IS DEST-CODIGO
                    INVALID KEY
                        DISPLAY 'DESTINO NAO CADASTRADO'
                    NOT INVALID KEY
                        DISPLAY 'DESTINO: ' DEST-DESCRICAO
                END-READ
            END-IF
            DISPLAY 'QTDE DA SAIDA: ' WS-QTD-SAIDA
                ' JA DEVOLVIDA: ' WS-QTD-JA-DEVOLVIDA
            IF WS-LOTE-SAIDA NOT EQUAL SPACES
                DISPLAY 'LOTE DA SAIDA: ' WS-LOTE-SAIDA
            END-IF
            DISPLAY 'INFORME A QTDE DEVOLVIDA, ATE ' WS-QTD-DEVOLVIVEL
                ' (0 CANCELA):'
            ACCEPT WS-QTD-DEVOLVER
            IF WS-QTD-DEVOLVER > ZERO
                IF WS-QTD-DEVOLVER > WS-QTD-DEVOLVIVEL
                    DISPLAY 'DEVOLUCAO MAIOR QUE O SALDO A DEVOLVER '
                        'DA SAIDA, CANCELADA'
                ELSE
                    MOVE SPACE TO WS-CONDICAO
                    PERFORM UNTIL CONDICAO-VALIDA
                       DISPLAY 'CONDICAO DO MATERIAL: (B)OM, VOLTA AO '
                           'ESTOQUE / (Q)UARENTENA, PARA INSPECAO / '
                           '(S)UCATA'
                       ACCEPT WS-CONDICAO
                    END-PERFORM
                    PERFORM 3000-APLICAR-DEVOLUCAO
                END-IF
            END-IF.

      ****** CREDITA O DEPARTAMENTO E DA O DESTINO PELA CONDICAO ********
       3000-APLICAR-DEVOLUCAO.
            IF WS-CUSTO-SAIDA EQUAL ZERO
                IF CUSTO-MEDIO EQUAL ZERO
                    MOVE PRECO-PRODUTO TO WS-CUSTO-SAIDA
                ELSE
                    MOVE CUSTO-MEDIO TO WS-CUSTO-SAIDA
                END-IF
            END-IF
            IF NOT CONDICAO-SUCATA
                PERFORM 3100-RECALCULAR-CUSTO-MEDIO
                ADD WS-QTD-DEVOLVER TO ESTOQUE-PRODUTO
                IF CONDICAO-QUARENTENA AND ATIVO
                    SET QUARENTENA TO TRUE
                    DISPLAY 'DEVOLUCAO PARA INSPECAO: PRODUTO EM '
                        'QUARENTENA ATE O QC CONCLUIR'
                END-IF
            END-IF
            ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD
            MOVE SPACE TO WS-REGRAVOU
            INITIALIZE WS-TENTATIVAS
            PERFORM UNTIL WS-REGRAVOU EQUAL 'S'
               REWRITE REG-PRODUTO
               END-REWRITE
               IF WS-FS EQUAL ZEROS
                   MOVE 'S' TO WS-REGRAVOU
               ELSE
                   IF WS-FS EQUAL 99 AND WS-TENTATIVAS < 5
                       ADD 1 TO WS-TENTATIVAS
                       DISPLAY 'REGISTRO OCUPADO, TENTANDO '
                           'NOVAMENTE...'
                       CALL "CBL_THREAD_SLEEP" USING WS-MS-ESPERA
                   ELSE
                       MOVE 'S' TO WS-REGRAVOU
                   END-IF
               END-IF
            END-PERFORM
            IF WS-FS EQUAL ZEROS
                MOVE COD-PRODUTO TO MOV-COD-PRODUTO
                MOVE WS-QTD-DEVOLVER TO MOV-QUANTIDADE
                SET MOV-DEVOLUCAO-DEPTO TO TRUE
                MOVE WS-DESTINO-SAIDA TO MOV-DESTINO
                MOVE WS-NUMERO-SAIDA TO MOV-SAIDA-ORIGEM
                MOVE WS-OS-SAIDA TO MOV-ORDEM-SERVICO
                MOVE SPACE TO MOV-MOTIVO
                PERFORM 9100-GRAVAR-MOVIMENTO
                MOVE MOV-NUMERO TO WS-NUMERO-DEVOLUCAO
                EVALUATE TRUE
                    WHEN CONDICAO-BOA
                        PERFORM 3200-REPOR-LOTE
                        PERFORM 3800-RETORNAR-SERIES
                    WHEN CONDICAO-QUARENTENA
                        PERFORM 3200-REPOR-LOTE
                        PERFORM 3800-RETORNAR-SERIES
                        PERFORM 3300-ABRIR-INSPECAO
                    WHEN CONDICAO-SUCATA
                        PERFORM 3400-BAIXAR-SUCATA
                END-EVALUATE
                DISPLAY 'DEVOLUCAO GRAVADA COMO MOVIMENTO '
                    WS-NUMERO-DEVOLUCAO ', NOVO SALDO: '
                    ESTOQUE-PRODUTO
                MOVE 'DEVOL-DEPT' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                MOVE WS-ESTOQUE-PRODUTO TO LOG-ESTOQUE-ANTES
                MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            ELSE
                DISPLAY 'ERRO: NAO FOI POSSIVEL ATUALIZAR O ESTOQUE'
                MOVE WS-FS TO WS-FS-CODIGO
                PERFORM 9700-TRADUZIR-FILE-STATUS
                DISPLAY 'FILE STATUS: ' WS-FS-CODIGO ' - '
                    WS-FS-MENSAGEM
                MOVE 'CRUD-34-devolve' TO WS-ERR-PROGRAMA
                MOVE 'DEVOL-DEPT' TO WS-ERR-OPERACAO
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            END-IF.

      ****** MATERIAL QUE VOLTA ENTRA NA MEDIA AO CUSTO DA SAIDA ********
       3100-RECALCULAR-CUSTO-MEDIO.
            MOVE CUSTO-MEDIO TO WS-CUSTO-ANTERIOR
            IF WS-CUSTO-ANTERIOR EQUAL ZERO
                MOVE PRECO-PRODUTO TO WS-CUSTO-ANTERIOR
            END-IF
            COMPUTE WS-VALOR-CUSTO =
                ESTOQUE-PRODUTO * WS-CUSTO-ANTERIOR +
                WS-QTD-DEVOLVER * WS-CUSTO-SAIDA
            COMPUTE CUSTO-MEDIO ROUNDED =
                WS-VALOR-CUSTO / (ESTOQUE-PRODUTO + WS-QTD-DEVOLVER)
            IF CUSTO-MEDIO NOT EQUAL WS-CUSTO-ANTERIOR
                DISPLAY 'CUSTO MEDIO RECALCULADO: ' WS-CUSTO-ANTERIOR
                    ' -> ' CUSTO-MEDIO
            END-IF.

      ****** DEVOLVE A QUANTIDADE AO LOTE DE ONDE SAIU ******************
       3200-REPOR-LOTE.
            IF WS-LOTE-SAIDA NOT EQUAL SPACES
                MOVE COD-PRODUTO TO LOT-COD-PRODUTO
                MOVE WS-LOTE-SAIDA TO LOT-NUMERO
                READ LOTES-PRODUTO RECORD
                    KEY IS LOT-CHAVE
                    INVALID KEY
                        DISPLAY 'LOTE ' WS-LOTE-SAIDA ' JA ENCERRADO '
                            'NO CONTROLE, SALDO POR LOTE NAO AJUSTADO'
                    NOT INVALID KEY
                        ADD WS-QTD-DEVOLVER TO LOT-QUANTIDADE
                        REWRITE REG-LOTE
                        END-REWRITE
                END-READ
            END-IF.

      ****** ABRE O REGISTRO DE INSPECAO PENDENTE DA DEVOLUCAO **********
       3300-ABRIR-INSPECAO.
            MOVE 'INSPECAO' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO INS-NUMERO
            MOVE COD-PRODUTO TO INS-COD-PRODUTO
            MOVE WS-LOTE-SAIDA TO INS-LOTE
            MOVE WS-QTD-DEVOLVER TO INS-QTD-RECEBIDA
            MOVE ZEROS TO INS-QTD-APROVADA
            MOVE ZEROS TO INS-QTD-REJEITADA
            MOVE SPACES TO INS-INSPETOR
            ACCEPT INS-DATA-ENTRADA FROM DATE YYYYMMDD
            MOVE ZEROS TO INS-DATA-INSPECAO
            MOVE ZEROS TO INS-COD-FORNECEDOR
            MOVE ZEROS TO INS-NUMERO-PEDIDO
            SET INS-PENDENTE TO TRUE
            WRITE REG-INSPECAO
            END-WRITE
            IF WS-FS-INS EQUAL ZEROS
                DISPLAY 'INSPECAO ' INS-NUMERO ' REGISTRADA COMO '
                    'PENDENTE PARA O QC'
            ELSE
                DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR A INSPECAO'
                MOVE WS-FS-INS TO WS-FS-CODIGO
                PERFORM 9700-TRADUZIR-FILE-STATUS
                MOVE 'CRUD-34-devolve' TO WS-ERR-PROGRAMA
                MOVE 'INSPECAO' TO WS-ERR-OPERACAO
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            END-IF.

      ****** SUCATA SAI DE NOVO COMO BAIXA E VAI PARA AS PERDAS *********
       3400-BAIXAR-SUCATA.
            MOVE COD-PRODUTO TO MOV-COD-PRODUTO
            MOVE WS-QTD-DEVOLVER TO MOV-QUANTIDADE
            SET MOV-SAIDA TO TRUE
            MOVE SPACES TO MOV-DESTINO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            SET MOV-MOTIVO-BAIXA TO TRUE
            PERFORM 9100-GRAVAR-MOVIMENTO
            COMPUTE WS-VALOR-PERDA = WS-QTD-DEVOLVER * WS-CUSTO-SAIDA
            MOVE COD-PRODUTO TO BXA-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO BXA-NOME-PRODUTO
            MOVE WS-LOTE-SAIDA TO BXA-LOTE
            MOVE WS-QTD-DEVOLVER TO BXA-QUANTIDADE
            MOVE WS-CUSTO-SAIDA TO BXA-PRECO
            MOVE WS-VALOR-PERDA TO WS-VALOR-EDITADO
            MOVE WS-VALOR-EDITADO TO BXA-VALOR
            OPEN EXTEND BAIXAS-VENCIDOS
            IF WS-FS-BXA EQUAL 35
                OPEN OUTPUT BAIXAS-VENCIDOS
            END-IF
            WRITE REG-BAIXA FROM WS-LINHA-BAIXA
            CLOSE BAIXAS-VENCIDOS
            DISPLAY 'SUCATA BAIXADA NO MOVIMENTO ' MOV-NUMERO
                ', PERDA DE ' WS-VALOR-PERDA.

      ****** AS SERIES QUE VOLTARAM ENTRAM DE NOVO NO ESTOQUE ***********
       3800-RETORNAR-SERIES.
            IF SERIE-CONTROLADA
                DISPLAY 'PRODUTO COM CONTROLE DE SERIE: INFORME A '
                    'SERIE DE CADA UNIDADE DEVOLVIDA'
                INITIALIZE WS-IND-SERIE
                PERFORM UNTIL WS-IND-SERIE NOT LESS THAN
                    WS-QTD-DEVOLVER
                   DISPLAY 'SERIE DEVOLVIDA (BRANCO ENCERRA):'
                   MOVE SPACES TO WS-SERIE-INFORMADA
                   ACCEPT WS-SERIE-INFORMADA
                   IF WS-SERIE-INFORMADA EQUAL SPACES
                       MOVE WS-QTD-DEVOLVER TO WS-IND-SERIE
                   ELSE
                       PERFORM 3850-MARCAR-RETORNO-SERIE
                   END-IF
                END-PERFORM
            END-IF.

      ****** A UNIDADE TEM DE TER SAIDO PARA O MESMO DESTINO ************
       3850-MARCAR-RETORNO-SERIE.
            MOVE COD-PRODUTO TO SER-COD-PRODUTO
            MOVE WS-SERIE-INFORMADA TO SER-NUMERO
            READ SERIES-PRODUTO RECORD
                KEY IS SER-CHAVE
                INVALID KEY
                    DISPLAY 'SERIE NAO CONSTA NO REGISTRO, INFORME '
                        'OUTRA'
                NOT INVALID KEY
                    IF NOT SER-SAIU OR
                       SER-DESTINO NOT EQUAL WS-DESTINO-SAIDA
                        DISPLAY 'SERIE NAO CONSTA COMO SAIDA PARA O '
                            'DESTINO ' WS-DESTINO-SAIDA ', INFORME '
                            'OUTRA'
                    ELSE
                        SET SER-EM-ESTOQUE TO TRUE
                        MOVE SPACES TO SER-DESTINO
                        MOVE ZEROS TO SER-DATA-SAIDA
                        REWRITE REG-SERIE
                        ADD 1 TO WS-IND-SERIE
                    END-IF
            END-READ.

      ****** GRAVA MOVIMENTO DE ESTOQUE AO CUSTO DA SAIDA ORIGINAL ******
       9100-GRAVAR-MOVIMENTO.
            ACCEPT MOV-DATA FROM DATE YYYYMMDD
            MOVE 'MOVIMENTO' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO MOV-NUMERO
            MOVE ZEROS TO MOV-ESTORNO-DE
            MOVE WS-CUSTO-SAIDA TO MOV-CUSTO-UNIT
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
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

           COPY FSTMSG.
           COPY ERRGRV.
           COPY SEQNXT.
           COPY PERCHK.
           COPY ESTCHK.

       END PROGRAM CRUD-34-devolve-departamento.
