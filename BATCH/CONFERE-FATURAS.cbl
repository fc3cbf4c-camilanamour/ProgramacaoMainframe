      *          NOTA INTEIRA — O CONTAS A PAGAR DEIXA DE PAGAR NA
      *          FE.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - a nota aprovada agora leva o fornecedor das linhas
      *               de pedido (APR-COD-FORNECEDOR), para a
      *               programacao de pagamentos aplicar a condicao de
      *               pagamento dele; layout passou para APRSEL/APRFD
      * 15 OUT 2026 - toda linha conferida fica registrada em
      *               FATURAS-LINHAS com o preco faturado e o acordado,
      *               limpa ou divergente, para o relatorio de variacao
      *               de preco de compra (REL-VARIACAO-PRECO)
      * 15 OUT 2026 - a conferencia e feita na moeda da nota (NF-MOEDA,
      *               em branco vale a do pedido): moeda diferente da
      *               linha do pedido e divergencia, e o preco faturado
      *               e comparado ao acordado na moeda do pedido. A
      *               diferenca cambial entre a taxa do dia e a taxa
      *               media do recebimento (PED-TAXA-RECEBIMENTO) vai
      *               para faturas-cambio.txt, separada das excecoes e
      *               sem segurar a nota; aprovada e FATURAS-LINHAS
      *               levam a moeda
      * 15 OUT 2026 - a fatura agora e casada pelo numero e serie da
      *               nota fiscal do fornecedor (NF-NUMERO numerico,
      *               NF-SERIE) contra o registro fiscal do recebimento
      *               em NOTAS-ENTRADA, em vez do numero livre digitado:
      *               nota que nao foi registrada no recebimento do
      *               fornecedor e excecao, e a quantidade faturada e
      *               conferida contra a recebida com aquela nota; notas
      *               agrupadas por fornecedor, numero e serie
      * 15 OUT 2026 - a linha divergente grava em FATURAS-LINHAS o
      *               motivo da primeira divergencia (FLN-MOTIVO), para
      *               o extrato do fornecedor dizer por que a nota esta
      *               retida
      * 15 OUT 2026 - o arquivo de faturas agora exige HEADER e TRAILER
      *               (HDRTRL, hash das quantidades) e cada lote fica em
      *               REGISTRO-ENTRADAS: lote ja conferido e recusado
      *               sem liberacao de supervisor, e o arquivo
      *               processado vai para processados com data e hora no
      *               nome
      * 15 OUT 2026 - nota aprovada grava tambem a serie (APR-NF-SERIE),
      *               para o mesmo numero em outra serie do fornecedor
      *               nao virar titulo duplicado
      * 15 OUT 2026 - arquiva os relatorios gerados no spool
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-FATURAS.
           COPY PRODSEL.
           COPY PEDSEL.
           COPY RUNSEL.
           COPY CAMSEL.
           COPY NFESEL.
           COPY RGESEL.
           COPY USUSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT NOTAS-FORNECEDOR ASSIGN TO
           'C:\ARQUIVOS\notas-fornecedor.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NF.
           COPY APRSEL.
           COPY FLNSEL.
           SELECT FATURAS-EXCECOES ASSIGN TO
           'C:\ARQUIVOS\faturas-excecoes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.
           SELECT FATURAS-CAMBIO ASSIGN TO
           'C:\ARQUIVOS\faturas-cambio.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FCB.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-faturas.tmp'.

           COPY PRODFD.
           COPY PEDFD.
           COPY RUNFD.
           COPY CAMFD.
           COPY NFEFD.
           COPY RGEFD.
           COPY USUFD.

       FD NOTAS-FORNECEDOR.
       01 REG-NOTA.
           03 NF-NUMERO            PIC 9(09).
           03 NF-SERIE             PIC X(03).
           03 NF-NUMERO-PEDIDO     PIC 9(06).
           03 NF-COD-PRODUTO       PIC 9(06).
           03 NF-QUANTIDADE        PIC 9(09).
           03 NF-PRECO-UNIT        PIC 9(07)V99.
           03 NF-MOEDA             PIC X(03).
           COPY HDRTRL.

           COPY APRFD.
           COPY FLNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD FATURAS-EXCECOES.
       01 REG-EXCECAO              PIC X(100).

       FD FATURAS-CAMBIO.
       01 REG-CAMBIO-NF            PIC X(100).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-CHAVE-NF.
               05 ORD-COD-FORNECEDOR   PIC 9(04).
               05 ORD-NF-NUMERO        PIC 9(09).
               05 ORD-NF-SERIE         PIC X(03).
           03 ORD-NUMERO-PEDIDO    PIC 9(06).
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-QUANTIDADE       PIC 9(09).
           03 ORD-PRECO-UNIT       PIC 9(07)V99.
           03 ORD-MOEDA            PIC X(03).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-NF             PIC 99.
       77 WS-FS-APR            PIC 99.
       77 WS-FS-FLN            PIC 99.
       77 WS-LINHA-LIMPA       PIC X VALUE 'S'.
       77 WS-MOTIVO-LINHA      PIC X(66).
       77 WS-FS-EXC            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-APROVADAS         PIC 9(05).
       77 WS-RETIDAS           PIC 9(05).
       77 WS-NF-ATUAL          PIC X(16).
       77 WS-NF-NUMERO-ATUAL   PIC 9(09).
       77 WS-NF-SERIE-ATUAL    PIC X(03).
       77 WS-FS-NFE            PIC 99.
       77 WS-NFE-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF-NFE           PIC 99.
       77 WS-NF-REGISTRADA     PIC X VALUE 'N'.
       77 WS-QTD-RECEBIDA-NF   PIC 9(09).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-NF-LIMPA          PIC X VALUE 'S'.
       77 WS-LINHAS-NF         PIC 9(05).
       77 WS-VALOR-NF          PIC 9(14)V99.
       77 WS-PRECO-ACORDADO    PIC 9(07)V99.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-FORNECEDOR-NF     PIC 9(04).
       77 WS-FS-FCB            PIC 99.
       77 WS-MOEDA-NF          PIC X(03).
       77 WS-MOEDA-LINHA       PIC X(03).
       77 WS-MOEDA-PEDIDO      PIC X(03).
       77 WS-DIFERENCAS-CAMBIO PIC 9(05).
       77 WS-FS-USU            PIC 99.
       77 WS-ARQUIVO-OK        PIC X VALUE 'N'.
       77 WS-TEM-TRAILER       PIC X VALUE 'N'.
       77 WS-PRIMEIRO-REG      PIC X VALUE 'S'.
       77 WS-REG-DETALHE       PIC 9(07).
       77 WS-HASH-DETALHE      PIC 9(13)V99.

       01 WS-LINHA-EXCECAO.
           03 EXC-NF-NUMERO        PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 EXC-MOTIVO           PIC X(66).

       01 WS-LINHA-CAMBIO.
           03 FCB-NF-NUMERO        PIC X(10).
           03 FILLER               PIC X(05) VALUE ' PED '.
           03 FCB-NUMERO-PEDIDO    PIC 9(06).
           03 FILLER               PIC X(06) VALUE ' PROD '.
           03 FCB-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FCB-MOEDA            PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FCB-VALOR-MOEDA      PIC ZZZZZZZZZ9.99.
           03 FILLER               PIC X(05) VALUE ' REC '.
           03 FCB-TAXA-RECEBIDA    PIC ZZZ9.999999.
           03 FILLER               PIC X(05) VALUE ' HOJE'.
           03 FCB-TAXA-HOJE        PIC ZZZ9.999999.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 FCB-DIFERENCA        PIC -ZZZZZZZZ9.99.
           03 FILLER               PIC X(03) VALUE SPACES.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY CAMWS.
           COPY RGEWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-APROVADAS

            OPEN INPUT NOTAS-FORNECEDOR
            IF WS-FS-NF NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE FATURAS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-NF
                MOVE ZEROS TO WS-FS-PED
            ELSE
                PERFORM 0500-VALIDAR-CONTROLES
                IF WS-ARQUIVO-OK EQUAL 'S'
                    MOVE 'FATURAS' TO WS-RGE-TIPO
                    MOVE 'CONFERE-FATURAS' TO WS-RGE-PROGRAMA
                    MOVE 'C:\ARQUIVOS\notas-fornecedor.txt'
                        TO WS-RGE-ARQUIVO
                    MOVE 'notas-fornecedor' TO WS-RGE-NOME-BASE
                    PERFORM 9720-CONFERIR-LOTE-ENTRADA
                END-IF
                IF WS-ARQUIVO-OK NOT EQUAL 'S' OR
                   WS-RGE-LIBERADO NOT EQUAL 'S'
                    MOVE ZEROS TO WS-FS-PED
                ELSE
                    OPEN INPUT PRODUTOS
                    OPEN INPUT PEDIDOS-COMPRA
                    OPEN INPUT NOTAS-ENTRADA
                    IF WS-FS-NFE EQUAL ZEROS
                        MOVE 'S' TO WS-NFE-DISPONIVEL
                    ELSE
                        MOVE 'N' TO WS-NFE-DISPONIVEL
                        DISPLAY 'REGISTRO FISCAL DAS ENTRADAS AUSENTE, '
                            'NENHUMA NF SERA ENCONTRADA'
                    END-IF
                    OPEN EXTEND FATURAS-APROVADAS
                    IF WS-FS-APR EQUAL 35
                        OPEN OUTPUT FATURAS-APROVADAS
                    END-IF
                    OPEN OUTPUT FATURAS-EXCECOES
                    OPEN OUTPUT FATURAS-CAMBIO
                    OPEN I-O FATURAS-LINHAS
                    IF WS-FS-FLN EQUAL 35
                        OPEN OUTPUT FATURAS-LINHAS
                        CLOSE FATURAS-LINHAS
                        OPEN I-O FATURAS-LINHAS
                    END-IF
                    INITIALIZE WS-CONTADOR
                    INITIALIZE WS-APROVADAS
                    INITIALIZE WS-RETIDAS
                    INITIALIZE WS-DIFERENCAS-CAMBIO
                    MOVE SPACES TO WS-CAMBIO-MOEDA

                    SORT ARQUIVO-ORDENACAO
                        ON ASCENDING KEY ORD-COD-FORNECEDOR
                        ON ASCENDING KEY ORD-NF-NUMERO
                        ON ASCENDING KEY ORD-NF-SERIE
                        ON ASCENDING KEY ORD-NUMERO-PEDIDO
                        ON ASCENDING KEY ORD-COD-PRODUTO
                        INPUT PROCEDURE IS 1000-LER-NOTAS
                        OUTPUT PROCEDURE IS 2000-CONFERIR-NOTAS

                    DISPLAY ' '
                    DISPLAY 'LINHAS DE FATURA LIDAS: ' WS-CONTADOR
                    DISPLAY 'NOTAS APROVADAS PARA PAGAMENTO: '
                        WS-APROVADAS
                    DISPLAY 'NOTAS RETIDAS COM DIVERGENCIA: ' WS-RETIDAS
                    DISPLAY 'TOTAIS DE CONTROLE DO ARQUIVO: '
                        WS-REG-DETALHE ' REGISTROS, HASH '
                        WS-HASH-DETALHE
                    DISPLAY 'APROVADAS: faturas-aprovadas.txt'
                    DISPLAY 'EXCECOES: faturas-excecoes.txt'
                    DISPLAY 'LINHAS COM DIFERENCA CAMBIAL: '
                        WS-DIFERENCAS-CAMBIO ' (faturas-cambio.txt)'

                    CLOSE FATURAS-LINHAS
                    CLOSE FATURAS-EXCECOES
                    MOVE 'CONFERE-FATURAS' TO WS-SPL-PROGRAMA
                    MOVE 'C:\ARQUIVOS\faturas-excecoes.txt'
                        TO WS-SPL-ORIGEM
                    PERFORM 9818-ARQUIVAR-RELATORIO
                    CLOSE FATURAS-CAMBIO
                    MOVE 'CONFERE-FATURAS' TO WS-SPL-PROGRAMA
                    MOVE 'C:\ARQUIVOS\faturas-cambio.txt'
                        TO WS-SPL-ORIGEM
                    PERFORM 9818-ARQUIVAR-RELATORIO
                    CLOSE FATURAS-APROVADAS
                    IF WS-NFE-DISPONIVEL EQUAL 'S'
                        CLOSE NOTAS-ENTRADA
                    END-IF
                    CLOSE PEDIDOS-COMPRA
                    CLOSE PRODUTOS
                    PERFORM 9730-REGISTRAR-LOTE-ENTRADA
                END-IF
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** HEADER E TRAILER TEM QUE FECHAR COM O ARQUIVO **************
       0500-VALIDAR-CONTROLES.
            MOVE 'N' TO WS-ARQUIVO-OK
            MOVE 'N' TO WS-TEM-TRAILER
            MOVE 'S' TO WS-PRIMEIRO-REG
            INITIALIZE WS-REG-DETALHE
            INITIALIZE WS-HASH-DETALHE
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ NOTAS-FORNECEDOR
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-PRIMEIRO-REG EQUAL 'S'
                           IF CTL-HEADER
                               DISPLAY 'HEADER: DATA ' CTL-DATA
                                   ' ORIGEM ' CTL-ORIGEM
                               MOVE CTL-DATA TO WS-RGE-DATA
                               MOVE CTL-ORIGEM TO WS-RGE-ORIGEM
                               MOVE 'N' TO WS-PRIMEIRO-REG
                           ELSE
                               DISPLAY 'ARQUIVO SEM HEADER, '
                                   'RECUSADO INTEIRO'
                               MOVE 'E' TO WS-TEM-TRAILER
                               MOVE 1 TO WS-EOF
                           END-IF
                       WHEN CTL-TRAILER
                           MOVE 'S' TO WS-TEM-TRAILER
                           IF CTL-REG-CONTADOS EQUAL WS-REG-DETALHE
                              AND CTL-HASH-QTD EQUAL WS-HASH-DETALHE
                               MOVE 'S' TO WS-ARQUIVO-OK
                               MOVE WS-REG-DETALHE TO WS-RGE-REGISTROS
                               MOVE WS-HASH-DETALHE TO WS-RGE-HASH
                           ELSE
                               DISPLAY 'TRAILER NAO BATE COM O '
                                   'LIDO, ARQUIVO RECUSADO INTEIRO'
                               DISPLAY 'TRAILER: ' CTL-REG-CONTADOS
                                   ' REGISTROS, HASH ' CTL-HASH-QTD
                               DISPLAY 'LIDO...: ' WS-REG-DETALHE
                                   ' REGISTROS, HASH '
                                   WS-HASH-DETALHE
                           END-IF
                           MOVE 1 TO WS-EOF
                       WHEN OTHER
                           ADD 1 TO WS-REG-DETALHE
                           IF NF-QUANTIDADE IS NUMERIC
                               ADD NF-QUANTIDADE TO WS-HASH-DETALHE
                           END-IF
                   END-EVALUATE
               END-READ
            END-PERFORM
            IF WS-TEM-TRAILER EQUAL 'N'
                DISPLAY 'ARQUIVO SEM TRAILER, RECUSADO INTEIRO'
            END-IF
            CLOSE NOTAS-FORNECEDOR.

      ****** SOLTA AS LINHAS DO ARQUIVO DE FATURAS **********************
       1000-LER-NOTAS.
            OPEN INPUT NOTAS-FORNECEDOR
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-HEADER
                           CONTINUE
                       WHEN CTL-TRAILER
                           MOVE 1 TO WS-EOF
                       WHEN OTHER
                           PERFORM 1100-SOLTAR-LINHA
                   END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE NOTAS-FORNECEDOR.

      ****** UMA LINHA DA FATURA PARA A ORDENACAO ***********************
       1100-SOLTAR-LINHA.
            MOVE NF-NUMERO TO ORD-NF-NUMERO
            MOVE NF-SERIE TO ORD-NF-SERIE
            MOVE NF-NUMERO-PEDIDO TO PED-NUMERO
            MOVE NF-COD-PRODUTO TO PED-COD-PRODUTO
            READ PEDIDOS-COMPRA RECORD
                KEY IS PED-CHAVE
                INVALID KEY
                    MOVE ZEROS TO ORD-COD-FORNECEDOR
                NOT INVALID KEY
                    MOVE PED-COD-FORNECEDOR TO
                        ORD-COD-FORNECEDOR
            END-READ
            MOVE NF-NUMERO-PEDIDO TO ORD-NUMERO-PEDIDO
            MOVE NF-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE NF-QUANTIDADE TO ORD-QUANTIDADE
            MOVE NF-PRECO-UNIT TO ORD-PRECO-UNIT
            MOVE NF-MOEDA TO ORD-MOEDA
            RELEASE REG-ORDENACAO
            ADD 1 TO WS-CONTADOR.

      ****** CONFERE NOTA POR NOTA, LINHA POR LINHA *********************
       2000-CONFERIR-NOTAS.
            SET WS-EOF TO 0
                   END-IF
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S' OR
                      ORD-CHAVE-NF NOT EQUAL WS-NF-ATUAL
                       IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                           PERFORM 2300-FECHAR-NOTA
                       END-IF
                       MOVE ORD-CHAVE-NF TO WS-NF-ATUAL
                       MOVE ORD-NF-NUMERO TO WS-NF-NUMERO-ATUAL
                       MOVE ORD-NF-SERIE TO WS-NF-SERIE-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                       MOVE 'S' TO WS-NF-LIMPA
                       INITIALIZE WS-LINHAS-NF
                       INITIALIZE WS-VALOR-NF
                       INITIALIZE WS-FORNECEDOR-NF
                       MOVE SPACES TO WS-MOEDA-NF
                   END-IF
                   PERFORM 2100-CONFERIR-LINHA
            END-PERFORM.
      ****** UMA LINHA DA NOTA CONTRA O PEDIDO E O RECEBIDO *************
       2100-CONFERIR-LINHA.
            ADD 1 TO WS-LINHAS-NF
            MOVE 'S' TO WS-LINHA-LIMPA
            MOVE SPACES TO WS-MOTIVO-LINHA
            COMPUTE WS-VALOR-NF = WS-VALOR-NF +
                ORD-QUANTIDADE * ORD-PRECO-UNIT
            MOVE ORD-NUMERO-PEDIDO TO PED-NUMERO
                        TO EXC-MOTIVO
                    PERFORM 2200-GRAVAR-EXCECAO
                NOT INVALID KEY
                    IF WS-FORNECEDOR-NF EQUAL ZERO
                        MOVE PED-COD-FORNECEDOR TO WS-FORNECEDOR-NF
                    END-IF
                    PERFORM 2120-CONFERIR-MOEDA
                    PERFORM 2110-CONFERIR-RECEBIDO-NF
                    PERFORM 2150-CONFERIR-PRECO
                    PERFORM 2170-DIFERENCA-CAMBIAL
                    PERFORM 2180-REGISTRAR-LINHA
            END-READ.

      ****** QUANTIDADE FATURADA CONTRA A RECEBIDA COM A MESMA NF *******
       2110-CONFERIR-RECEBIDO-NF.
            MOVE 'N' TO WS-NF-REGISTRADA
            MOVE ZEROS TO WS-QTD-RECEBIDA-NF
            IF WS-NFE-DISPONIVEL EQUAL 'S' AND
               ORD-NF-NUMERO NOT EQUAL ZERO
                MOVE PED-COD-FORNECEDOR TO NFE-COD-FORNECEDOR
                MOVE ORD-NF-NUMERO TO NFE-NUMERO
                MOVE ORD-NF-SERIE TO NFE-SERIE
                START NOTAS-ENTRADA KEY IS EQUAL NFE-CHAVE-NF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF-NFE TO 0
                        PERFORM UNTIL WS-EOF-NFE EQUAL 1
                           READ NOTAS-ENTRADA NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-NFE
                           NOT AT END
                               IF NFE-COD-FORNECEDOR NOT EQUAL
                                  PED-COD-FORNECEDOR OR
                                  NFE-NUMERO NOT EQUAL ORD-NF-NUMERO OR
                                  NFE-SERIE NOT EQUAL ORD-NF-SERIE
                                   MOVE 1 TO WS-EOF-NFE
                               ELSE
                                   MOVE 'S' TO WS-NF-REGISTRADA
                                   IF NFE-NUMERO-PEDIDO EQUAL
                                      ORD-NUMERO-PEDIDO AND
                                      NFE-COD-PRODUTO EQUAL
                                      ORD-COD-PRODUTO
                                       ADD NFE-QUANTIDADE TO
                                           WS-QTD-RECEBIDA-NF
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF
            IF WS-NF-REGISTRADA EQUAL 'N'
                MOVE 'NF NAO REGISTRADA NO RECEBIMENTO DO FORNECEDOR'
                    TO EXC-MOTIVO
                PERFORM 2200-GRAVAR-EXCECAO
            ELSE
                IF ORD-QUANTIDADE > WS-QTD-RECEBIDA-NF
                    MOVE SPACES TO EXC-MOTIVO
                    STRING 'QTD FATURADA ' ORD-QUANTIDADE
                        ' MAIOR QUE RECEBIDA NA NF '
                        WS-QTD-RECEBIDA-NF
                        DELIMITED BY SIZE INTO EXC-MOTIVO
                    PERFORM 2200-GRAVAR-EXCECAO
                END-IF
            END-IF.

      ****** MOEDA DA NOTA CONTRA A MOEDA DA LINHA DO PEDIDO ************
       2120-CONFERIR-MOEDA.
            MOVE PED-MOEDA TO WS-MOEDA-PEDIDO
            IF WS-MOEDA-PEDIDO EQUAL SPACES
                MOVE WS-MOEDA-LOCAL TO WS-MOEDA-PEDIDO
            END-IF
            MOVE ORD-MOEDA TO WS-MOEDA-LINHA
            IF WS-MOEDA-LINHA EQUAL SPACES
                MOVE WS-MOEDA-PEDIDO TO WS-MOEDA-LINHA
            END-IF
            IF WS-MOEDA-NF EQUAL SPACES
                MOVE WS-MOEDA-LINHA TO WS-MOEDA-NF
            END-IF
            IF WS-MOEDA-LINHA NOT EQUAL WS-MOEDA-PEDIDO
                MOVE SPACES TO EXC-MOTIVO
                STRING 'MOEDA DA NOTA ' WS-MOEDA-LINHA
                    ' DIFERE DA DO PEDIDO ' WS-MOEDA-PEDIDO
                    DELIMITED BY SIZE INTO EXC-MOTIVO
                PERFORM 2200-GRAVAR-EXCECAO
            END-IF
            IF WS-MOEDA-LINHA NOT EQUAL WS-MOEDA-NF
                MOVE 'NOTA COM LINHAS EM MAIS DE UMA MOEDA'
                    TO EXC-MOTIVO
                PERFORM 2200-GRAVAR-EXCECAO
            END-IF
            IF WS-MOEDA-LINHA NOT EQUAL WS-CAMBIO-MOEDA
                MOVE WS-MOEDA-LINHA TO WS-CAMBIO-MOEDA
                MOVE WS-DATA-HOJE TO WS-CAMBIO-DATA
                PERFORM 9930-OBTER-TAXA-CAMBIO
            END-IF.

      ****** PRECO FATURADO CONTRA O ACORDADO (OU O CADASTRO) ***********
       2150-CONFERIR-PRECO.
            MOVE PED-PRECO-ACORDADO TO WS-PRECO-ACORDADO
                    NOT INVALID KEY
                        MOVE WS-PRECO-PRODUTO TO WS-PRECO-ACORDADO
                END-READ
                IF WS-MOEDA-PEDIDO NOT EQUAL WS-MOEDA-LOCAL AND
                   WS-CAMBIO-ACHADA EQUAL 'S'
                    COMPUTE WS-PRECO-ACORDADO ROUNDED =
                        WS-PRECO-ACORDADO / WS-CAMBIO-TAXA
                END-IF
            END-IF
            IF ORD-PRECO-UNIT NOT EQUAL WS-PRECO-ACORDADO
                MOVE SPACES TO EXC-MOTIVO
                PERFORM 2200-GRAVAR-EXCECAO
            END-IF.

      ****** TAXA DE HOJE CONTRA A TAXA MEDIA DO RECEBIMENTO ************
       2170-DIFERENCA-CAMBIAL.
            IF WS-MOEDA-LINHA NOT EQUAL WS-MOEDA-LOCAL AND
               PED-TAXA-RECEBIMENTO > ZERO
                MOVE ORD-NF-NUMERO TO FCB-NF-NUMERO
                MOVE ORD-NUMERO-PEDIDO TO FCB-NUMERO-PEDIDO
                MOVE ORD-COD-PRODUTO TO FCB-COD-PRODUTO
                MOVE WS-MOEDA-LINHA TO FCB-MOEDA
                COMPUTE FCB-VALOR-MOEDA =
                    ORD-QUANTIDADE * ORD-PRECO-UNIT
                MOVE PED-TAXA-RECEBIMENTO TO FCB-TAXA-RECEBIDA
                IF WS-CAMBIO-ACHADA EQUAL 'S'
                    MOVE WS-CAMBIO-TAXA TO FCB-TAXA-HOJE
                    COMPUTE FCB-DIFERENCA ROUNDED =
                        ORD-QUANTIDADE * ORD-PRECO-UNIT *
                        (WS-CAMBIO-TAXA - PED-TAXA-RECEBIMENTO)
                    IF WS-CAMBIO-TAXA NOT EQUAL PED-TAXA-RECEBIMENTO
                        WRITE REG-CAMBIO-NF FROM WS-LINHA-CAMBIO
                        ADD 1 TO WS-DIFERENCAS-CAMBIO
                    END-IF
                ELSE
                    MOVE ZEROS TO FCB-TAXA-HOJE
                    MOVE ZEROS TO FCB-DIFERENCA
                    WRITE REG-CAMBIO-NF FROM WS-LINHA-CAMBIO
                    ADD 1 TO WS-DIFERENCAS-CAMBIO
                END-IF
            END-IF.

      ****** HISTORICO DA LINHA PARA A VARIACAO DE PRECO ****************
       2180-REGISTRAR-LINHA.
            MOVE ORD-NF-NUMERO TO FLN-NF-NUMERO
            MOVE ORD-NUMERO-PEDIDO TO FLN-NUMERO-PEDIDO
            MOVE ORD-COD-PRODUTO TO FLN-COD-PRODUTO
            MOVE PED-COD-FORNECEDOR TO FLN-COD-FORNECEDOR
            MOVE WS-DATA-HOJE TO FLN-DATA
            MOVE ORD-QUANTIDADE TO FLN-QUANTIDADE
            MOVE ORD-PRECO-UNIT TO FLN-PRECO-FATURADO
            MOVE WS-PRECO-ACORDADO TO FLN-PRECO-ACORDADO
            MOVE WS-MOEDA-LINHA TO FLN-MOEDA
            MOVE WS-MOTIVO-LINHA TO FLN-MOTIVO
            IF WS-CAMBIO-ACHADA EQUAL 'S'
                MOVE WS-CAMBIO-TAXA TO FLN-TAXA
            ELSE
                MOVE PED-TAXA-RECEBIMENTO TO FLN-TAXA
            END-IF
            IF WS-LINHA-LIMPA EQUAL 'S'
                SET FLN-LIMPA TO TRUE
            ELSE
                SET FLN-DIVERGENTE TO TRUE
            END-IF
            WRITE REG-FATURA-LINHA
                INVALID KEY
                    REWRITE REG-FATURA-LINHA
            END-WRITE.

      ****** UMA DIVERGENCIA SEGURA A NOTA INTEIRA **********************
       2200-GRAVAR-EXCECAO.
            MOVE ORD-NF-NUMERO TO EXC-NF-NUMERO
            MOVE ORD-NUMERO-PEDIDO TO EXC-NUMERO-PEDIDO
            MOVE ORD-COD-PRODUTO TO EXC-COD-PRODUTO
            WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
            IF WS-LINHA-LIMPA EQUAL 'S'
                MOVE EXC-MOTIVO TO WS-MOTIVO-LINHA
            END-IF
            MOVE 'N' TO WS-LINHA-LIMPA
            MOVE 'N' TO WS-NF-LIMPA.

      ****** NOTA LIMPA VAI PARA AS APROVADAS ***************************
       2300-FECHAR-NOTA.
            IF WS-NF-LIMPA EQUAL 'S'
                MOVE SPACES TO REG-APROVADA
                MOVE WS-NF-NUMERO-ATUAL TO APR-NF-NUMERO
                MOVE WS-LINHAS-NF TO APR-QTD-LINHAS
                MOVE WS-VALOR-NF TO APR-VALOR-TOTAL
                MOVE WS-DATA-HOJE TO APR-DATA
                MOVE WS-FORNECEDOR-NF TO APR-COD-FORNECEDOR
                MOVE WS-MOEDA-NF TO APR-MOEDA
                MOVE WS-NF-SERIE-ATUAL TO APR-NF-SERIE
                WRITE REG-APROVADA
                ADD 1 TO WS-APROVADAS
            ELSE
            END-IF.

           COPY RUNGRV.
           COPY CAMTAX.
           COPY RGECHK.
           COPY SPLGRV.
       END PROGRAM CONFERE-FATURAS.
