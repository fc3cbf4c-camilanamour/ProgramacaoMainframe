      *               obrigatoria) nao aloca backorders: a alocacao
      *               acontece na liberacao do QC em CRUD-21, para a
      *               guia nao mandar expedir estoque travado
      * 15 OUT 2026 - linha emitida como liberacao de contrato
      *               (PED-LIBERACAO) soma a quantidade recebida em
      *               CTR-QTD-RECEBIDA de CONTRATOS-FORNECEDOR, para o
      *               consumo do contrato mostrar o que ja chegou
      * 15 OUT 2026 - aviso contra linha cancelada (PED-CANCELADO) vai
      *               para as divergencias em vez de ser lancado
      * 15 OUT 2026 - linha de pedido em moeda estrangeira entra no
      *               CUSTO-MEDIO ao preco acordado convertido pela
      *               taxa de CAMBIO vigente na data do recebimento,
      *               com PED-TAXA-RECEBIMENTO e ENTRADAS-CUSTO
      *               atualizados como no recebimento de balcao; sem
      *               taxa cadastrada a linha vai para as divergencias
      * 15 OUT 2026 - cada linha lancada baixa o compromisso de
      *               orcamento da linha do pedido e soma o custo da
      *               entrada ao realizado da categoria no mes, como
      *               o recebimento de balcao (ORCCMP)
      * 15 OUT 2026 - o custo medio agora pondera so o estoque proprio,
      *               sem o saldo consignado do fornecedor, como no
      *               recebimento de balcao
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - inspecao aberta aqui carimba o fornecedor e o
      *               pedido do recebimento (INS-COD-FORNECEDOR,
      *               INS-NUMERO-PEDIDO), para a rejeicao no QC abrir a
      *               nao conformidade contra ele
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - a linha do aviso passa a trazer os dados da nota
      *               fiscal (numero, serie, CNPJ do emitente, emissao,
      *               CFOP, aliquotas de ICMS e IPI) e cada entrada
      *               lancada grava o registro fiscal em NOTAS-ENTRADA
      *               pelo MOV-NUMERO; linha sem nota e lancada e
      *               marcada para o resumo da manha, nota com emissao,
      *               CFOP ou aliquota invalida vai para as divergencias
      * 15 OUT 2026 - backorder atendido por inteiro guarda a data do
      *               atendimento em BOR-DATA-ATENDIDO, para o relatorio
      *               de nivel de servico
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), para a prova de evolucao
      *               do valor do estoque
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      * 15 OUT 2026 - o aviso agora exige HEADER e TRAILER (HDRTRL, hash
      *               das quantidades) e cada lote fica em
      *               REGISTRO-ENTRADAS: aviso ja lancado e recusado sem
      *               liberacao de supervisor, e o arquivo processado
      *               vai para processados com data e hora no nome
      * 15 OUT 2026 - entrada gravada em ENTRADAS-CUSTO zera
      *               ENT-VALOR-ADICIONAL, para o rateio de despesas
      *               somar a partir de zero
      * 15 OUT 2026 - entrada em moeda local de pedido com preco
      *               acordado custa pelo preco acordado dividido pelo
      *               fator da unidade, como no balcao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE-AVISO.
           COPY INSSEL.
           COPY BORSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY CTRSEL.
           COPY RUNSEL.
           COPY CAMSEL.
           COPY ENTSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY CSGSEL.
           COPY MCSSEL.
           COPY NFESEL.
           COPY RGESEL.
           COPY USUSEL.
           SELECT AVISO-EMBARQUE ASSIGN TO
           'C:\ARQUIVOS\aviso-embarque.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY INSFD.
           COPY BORFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY CTRFD.
           COPY RUNFD.
           COPY CAMFD.
           COPY ENTFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY CSGFD.
           COPY MCSFD.
           COPY NFEFD.
           COPY RGEFD.
           COPY USUFD.

       FD AVISO-EMBARQUE.
       01 REG-AVISO.
           03 AVI-LOTE             PIC X(10).
           03 AVI-VALIDADE         PIC 9(08).
           03 AVI-QUANTIDADE       PIC 9(09).
           03 AVI-NF-NUMERO        PIC 9(09).
           03 AVI-NF-SERIE         PIC X(03).
           03 AVI-NF-CNPJ          PIC X(14).
           03 AVI-NF-EMISSAO       PIC 9(08).
           03 AVI-NF-CFOP          PIC 9(04).
           03 AVI-ALIQ-ICMS        PIC 9(02)V99.
           03 AVI-ALIQ-IPI         PIC 9(02)V99.
           COPY HDRTRL.

       FD AVISO-DIVERGENCIAS.
       01 REG-DIVERGENCIA          PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-CTR            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-MVS            PIC 99.
       77 WS-QTD-CONVERTIDA    PIC 9(09).
       77 WS-CUSTO-ANTERIOR    PIC 9(07)V99.
       77 WS-VALOR-CUSTO       PIC 9(16)V99.
       77 WS-FS-ENT            PIC 99.
       77 WS-MOEDA-ENTRADA     PIC X(03).
       77 WS-PRECO-MOEDA       PIC 9(07)V99.
       77 WS-CUSTO-ENTRADA     PIC 9(07)V99.
       77 WS-REGRAVOU          PIC X VALUE SPACE.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.
       77 WS-NF-VALIDA         PIC X VALUE 'S'.
       77 WS-SEM-NOTA          PIC 9(05).
       77 WS-FS-USU            PIC 99.
       77 WS-ARQUIVO-OK        PIC X VALUE 'N'.
       77 WS-TEM-TRAILER       PIC X VALUE 'N'.
       77 WS-PRIMEIRO-REG      PIC X VALUE 'S'.
       77 WS-REG-DETALHE       PIC 9(07).
       77 WS-HASH-DETALHE      PIC 9(13)V99.

       01 WS-LINHA-ATENDIMENTO.
           03 ATE-DATA             PIC 9(08).
           COPY PRODPATH.
           COPY PERWS.
           COPY RUNWS.
           COPY CAMWS.
           COPY ORCWS.
           COPY CSGWS.
           COPY NFEWS.
           COPY RGEWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DISPLAY 'ARQUIVO DE AVISO DE EMBARQUE NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-AVI
            ELSE
                PERFORM 0500-VALIDAR-CONTROLES
                IF WS-ARQUIVO-OK EQUAL 'S'
                    MOVE 'AVISO-EMB' TO WS-RGE-TIPO
                    MOVE 'RECEBE-AVISO' TO WS-RGE-PROGRAMA
                    MOVE 'C:\ARQUIVOS\aviso-embarque.txt'
                        TO WS-RGE-ARQUIVO
                    MOVE 'aviso-embarque' TO WS-RGE-NOME-BASE
                    PERFORM 9720-CONFERIR-LOTE-ENTRADA
                END-IF
                IF WS-ARQUIVO-OK NOT EQUAL 'S' OR
                   WS-RGE-LIBERADO NOT EQUAL 'S'
                    CLOSE AVISO-EMBARQUE
                ELSE
                    OPEN I-O PRODUTOS
                    OPEN I-O PEDIDOS-COMPRA
                    OPEN I-O LOTES-PRODUTO
                    IF WS-FS-LOT EQUAL 35
                        OPEN OUTPUT LOTES-PRODUTO
                        CLOSE LOTES-PRODUTO
                        OPEN I-O LOTES-PRODUTO
                    END-IF
                    OPEN I-O INSPECOES
                    IF WS-FS-INS EQUAL 35
                        OPEN OUTPUT INSPECOES
                        CLOSE INSPECOES
                        OPEN I-O INSPECOES
                    END-IF
                    OPEN I-O BACKORDERS
                    IF WS-FS-BOR EQUAL 35
                        OPEN OUTPUT BACKORDERS
                        CLOSE BACKORDERS
                        OPEN I-O BACKORDERS
                    END-IF
                    IF WS-FS-BOR EQUAL ZEROS
                        MOVE 'S' TO WS-BOR-DISPONIVEL
                    ELSE
                        MOVE 'N' TO WS-BOR-DISPONIVEL
                    END-IF
                    OPEN OUTPUT AVISO-DIVERGENCIAS
                    INITIALIZE WS-CONTADOR
                    INITIALIZE WS-LANCADAS
                    INITIALIZE WS-DIVERGENTES
                    INITIALIZE WS-SEM-NOTA

                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ AVISO-EMBARQUE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CTL-HEADER
                                   CONTINUE
                               WHEN CTL-TRAILER
                                   MOVE 1 TO WS-EOF
                               WHEN OTHER
                                   ADD 1 TO WS-CONTADOR
                                   PERFORM 1000-PROCESSAR-LINHA
                           END-EVALUATE
                       END-READ
                    END-PERFORM

                    DISPLAY ' '
                    DISPLAY 'LINHAS DO AVISO LIDAS: ' WS-CONTADOR
                    DISPLAY 'LINHAS LANCADAS: ' WS-LANCADAS
                    DISPLAY 'LINHAS DIVERGENTES: ' WS-DIVERGENTES
                    DISPLAY 'LINHAS LANCADAS SEM NOTA FISCAL: '
                        WS-SEM-NOTA
                    DISPLAY 'TOTAIS DE CONTROLE DO ARQUIVO: '
                        WS-REG-DETALHE ' REGISTROS, HASH '
                        WS-HASH-DETALHE
                    DISPLAY 'DIVERGENCIAS: aviso-divergencias.txt'

                    CLOSE AVISO-DIVERGENCIAS
                    IF WS-BOR-DISPONIVEL EQUAL 'S'
                        CLOSE BACKORDERS
                    END-IF
                    CLOSE INSPECOES
                    CLOSE LOTES-PRODUTO
                    CLOSE PEDIDOS-COMPRA
                    CLOSE PRODUTOS
                    CLOSE AVISO-EMBARQUE
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
               READ AVISO-EMBARQUE
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
                           IF AVI-QUANTIDADE IS NUMERIC
                               ADD AVI-QUANTIDADE TO WS-HASH-DETALHE
                           END-IF
                   END-EVALUATE
               END-READ
            END-PERFORM
            IF WS-TEM-TRAILER EQUAL 'N'
                DISPLAY 'ARQUIVO SEM TRAILER, RECUSADO INTEIRO'
            END-IF
            CLOSE AVISO-EMBARQUE
            OPEN INPUT AVISO-EMBARQUE.

      ****** LOCALIZA O PRODUTO E A LINHA DO PEDIDO *********************
       1000-PROCESSAR-LINHA.
            MOVE AVI-CODIGO-BARRAS TO CODIGO-BARRAS
                            & 'COMPLETO' TO DIV-MOTIVO
                        PERFORM 8000-GRAVAR-DIVERGENCIA
                    ELSE
                        IF PED-CANCELADO
                            MOVE 'LINHA DO PEDIDO CANCELADA'
                                TO DIV-MOTIVO
                            PERFORM 8000-GRAVAR-DIVERGENCIA
                        ELSE
                            PERFORM 1150-RECEBER-PENDENTE
                        END-IF
                    END-IF
            END-READ.

      ****** QTDE DO AVISO CONTRA O PENDENTE DA LINHA *******************
       1150-RECEBER-PENDENTE.
            SUBTRACT PED-QTD-RECEBIDA FROM PED-QTD-PEDIDA
                GIVING WS-QTD-PENDENTE
            IF AVI-QUANTIDADE > WS-QTD-PENDENTE
                MOVE 'QUANTIDADE MAIOR QUE A PENDENTE '
                    & 'DA LINHA' TO DIV-MOTIVO
                PERFORM 8000-GRAVAR-DIVERGENCIA
            ELSE
                PERFORM 1900-OBTER-CUSTO-ENTRADA
                IF WS-CAMBIO-ACHADA EQUAL 'S'
                    PERFORM 1200-CONFERIR-NOTA-FISCAL
                    IF WS-NF-VALIDA EQUAL 'S'
                        PERFORM 2000-LANCAR-RECEBIMENTO
                    ELSE
                        PERFORM 8000-GRAVAR-DIVERGENCIA
                    END-IF
                ELSE
                    MOVE 'SEM TAXA DE CAMBIO DA MOEDA DO '
                        & 'PEDIDO PARA HOJE' TO DIV-MOTIVO
                    PERFORM 8000-GRAVAR-DIVERGENCIA
                END-IF
            END-IF.

      ****** DADOS DA NOTA FISCAL QUE VEM NA LINHA DO AVISO *************
       1200-CONFERIR-NOTA-FISCAL.
            MOVE 'S' TO WS-NF-VALIDA
            MOVE ZEROS TO WS-NFE-NUMERO
            MOVE SPACES TO WS-NFE-SERIE
            MOVE SPACES TO WS-NFE-CNPJ
            MOVE ZEROS TO WS-NFE-DATA-EMISSAO
            MOVE ZEROS TO WS-NFE-CFOP
            MOVE ZEROS TO WS-NFE-ALIQ-ICMS
            MOVE ZEROS TO WS-NFE-ALIQ-IPI
            IF AVI-NF-NUMERO IS NUMERIC
                MOVE AVI-NF-NUMERO TO WS-NFE-NUMERO
            END-IF
            IF WS-NFE-NUMERO NOT EQUAL ZERO
                IF AVI-NF-EMISSAO IS NOT NUMERIC
                    MOVE 'DATA DE EMISSAO DA NF INVALIDA'
                        TO DIV-MOTIVO
                    MOVE 'N' TO WS-NF-VALIDA
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD(AVI-NF-EMISSAO)
                       NOT EQUAL ZERO OR
                       AVI-NF-EMISSAO > WS-DATA-CONFERIR
                        MOVE 'DATA DE EMISSAO DA NF INVALIDA'
                            TO DIV-MOTIVO
                        MOVE 'N' TO WS-NF-VALIDA
                    END-IF
                END-IF
                IF WS-NF-VALIDA EQUAL 'S'
                    IF AVI-NF-CFOP IS NOT NUMERIC
                        MOVE 'CFOP DE ENTRADA DA NF INVALIDO'
                            TO DIV-MOTIVO
                        MOVE 'N' TO WS-NF-VALIDA
                    ELSE
                        IF AVI-NF-CFOP < 1000 OR AVI-NF-CFOP > 3999
                            MOVE 'CFOP DE ENTRADA DA NF INVALIDO'
                                TO DIV-MOTIVO
                            MOVE 'N' TO WS-NF-VALIDA
                        END-IF
                    END-IF
                END-IF
                IF WS-NF-VALIDA EQUAL 'S' AND
                   (AVI-ALIQ-ICMS IS NOT NUMERIC OR
                    AVI-ALIQ-IPI IS NOT NUMERIC)
                    MOVE 'ALIQUOTA DE ICMS OU IPI DA NF INVALIDA'
                        TO DIV-MOTIVO
                    MOVE 'N' TO WS-NF-VALIDA
                END-IF
                IF WS-NF-VALIDA EQUAL 'S'
                    MOVE AVI-NF-SERIE TO WS-NFE-SERIE
                    MOVE AVI-NF-CNPJ TO WS-NFE-CNPJ
                    MOVE AVI-NF-EMISSAO TO WS-NFE-DATA-EMISSAO
                    MOVE AVI-NF-CFOP TO WS-NFE-CFOP
                    MOVE AVI-ALIQ-ICMS TO WS-NFE-ALIQ-ICMS
                    MOVE AVI-ALIQ-IPI TO WS-NFE-ALIQ-IPI
                END-IF
            END-IF.

      ****** CUSTO DA ENTRADA EM MOEDA LOCAL POR UNIDADE DE ESTOQUE *****
       1900-OBTER-CUSTO-ENTRADA.
            MOVE PED-MOEDA TO WS-MOEDA-ENTRADA
            IF WS-MOEDA-ENTRADA EQUAL SPACES
                MOVE WS-MOEDA-LOCAL TO WS-MOEDA-ENTRADA
            END-IF
            MOVE FATOR-CONVERSAO TO WS-FATOR-UNIDADE
            IF WS-FATOR-UNIDADE EQUAL ZERO
                MOVE 1 TO WS-FATOR-UNIDADE
            END-IF
            MOVE WS-MOEDA-ENTRADA TO WS-CAMBIO-MOEDA
            ACCEPT WS-CAMBIO-DATA FROM DATE YYYYMMDD
            PERFORM 9930-OBTER-TAXA-CAMBIO
            IF WS-MOEDA-ENTRADA EQUAL WS-MOEDA-LOCAL
                IF PED-PRECO-ACORDADO EQUAL ZERO
                    MOVE PRECO-PRODUTO TO WS-CUSTO-ENTRADA
                    COMPUTE WS-PRECO-MOEDA =
                        PRECO-PRODUTO * WS-FATOR-UNIDADE
                ELSE
                    COMPUTE WS-CUSTO-ENTRADA ROUNDED =
                        PED-PRECO-ACORDADO / WS-FATOR-UNIDADE
                    MOVE PED-PRECO-ACORDADO TO WS-PRECO-MOEDA
                END-IF
            ELSE
                MOVE PED-PRECO-ACORDADO TO WS-PRECO-MOEDA
                IF WS-CAMBIO-ACHADA EQUAL 'S'
                    COMPUTE WS-CUSTO-ENTRADA ROUNDED =
                        PED-PRECO-ACORDADO * WS-CAMBIO-TAXA /
                        WS-FATOR-UNIDADE
                END-IF
            END-IF.

      ****** LANCA O RECEBIMENTO COMO O BALCAO FARIA ********************
       2000-LANCAR-RECEBIMENTO.
            MOVE FATOR-CONVERSAO TO WS-FATOR-UNIDADE
               END-IF
            END-PERFORM
            IF WS-FS EQUAL ZEROS
                IF WS-MOEDA-ENTRADA NOT EQUAL WS-MOEDA-LOCAL
                    COMPUTE PED-TAXA-RECEBIMENTO ROUNDED =
                        (PED-TAXA-RECEBIMENTO * PED-QTD-RECEBIDA +
                         WS-CAMBIO-TAXA * AVI-QUANTIDADE) /
                        (PED-QTD-RECEBIDA + AVI-QUANTIDADE)
                END-IF
                ADD AVI-QUANTIDADE TO PED-QTD-RECEBIDA
                IF PED-QTD-RECEBIDA < PED-QTD-PEDIDA
                    SET PED-PARCIAL TO TRUE
                END-IF
                REWRITE REG-PEDIDO-COMPRA
                END-REWRITE
                IF PED-LIBERACAO-CONTRATO
                    PERFORM 2150-ATUALIZAR-CONTRATO
                END-IF
                PERFORM 2160-ATUALIZAR-ORCAMENTO
                PERFORM 2200-REGISTRAR-LOTE
                IF INSPECAO-OBRIGATORIA
                    PERFORM 2300-REGISTRAR-INSPECAO
                MOVE WS-QTD-CONVERTIDA TO MOV-QUANTIDADE
                SET MOV-ENTRADA TO TRUE
                PERFORM 9100-GRAVAR-MOVIMENTO
                PERFORM 2180-REGISTRAR-ENTRADA-CUSTO
                PERFORM 2190-REGISTRAR-NOTA-ENTRADA
                MOVE 'RECEBE-AVI' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                PERFORM 8000-GRAVAR-DIVERGENCIA
            END-IF.

      ****** BAIXA O COMPROMISSO E LANCA O REALIZADO DO MES *************
       2160-ATUALIZAR-ORCAMENTO.
            MOVE CATEGORIA-PRODUTO TO WS-ORC-CATEGORIA
            PERFORM 9884-REAVALIAR-COMPROMISSO
            MOVE WS-DATA-CONFERIR (1:6) TO WS-ORC-MES
            COMPUTE WS-ORC-VALOR ROUNDED =
                WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
            PERFORM 9882-LANCAR-REALIZADO.

      ****** CUSTO MEDIO MOVEL: SALDO ANTIGO + ENTRADA AO PRECO *********
       2100-RECALCULAR-CUSTO-MEDIO.
            MOVE CUSTO-MEDIO TO WS-CUSTO-ANTERIOR
            IF WS-CUSTO-ANTERIOR EQUAL ZERO
                MOVE PRECO-PRODUTO TO WS-CUSTO-ANTERIOR
            END-IF
            MOVE COD-PRODUTO TO WS-CSG-PRODUTO
            MOVE ESTOQUE-PRODUTO TO WS-CSG-ESTOQUE
            PERFORM 9890-CONSULTAR-CONSIGNACAO
            IF WS-CSG-PROPRIO + WS-QTD-CONVERTIDA > ZERO
                COMPUTE WS-VALOR-CUSTO =
                    WS-CSG-PROPRIO * WS-CUSTO-ANTERIOR +
                    WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
                COMPUTE CUSTO-MEDIO ROUNDED =
                    WS-VALOR-CUSTO /
                    (WS-CSG-PROPRIO + WS-QTD-CONVERTIDA)
            ELSE
                MOVE WS-CUSTO-ANTERIOR TO CUSTO-MEDIO
            END-IF.

      ****** ENTRADA DA LIBERACAO SOMA NO RECEBIDO DO CONTRATO **********
       2150-ATUALIZAR-CONTRATO.
            OPEN I-O CONTRATOS-FORNECEDOR
            IF WS-FS-CTR EQUAL ZEROS
                MOVE PED-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
                MOVE PED-COD-PRODUTO TO CTR-COD-PRODUTO
                READ CONTRATOS-FORNECEDOR RECORD
                    KEY IS CTR-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD AVI-QUANTIDADE TO CTR-QTD-RECEBIDA
                        REWRITE REG-CONTRATO
                        END-REWRITE
                END-READ
                CLOSE CONTRATOS-FORNECEDOR
            END-IF.

      ****** ALIMENTA O CONTROLE DE LOTES COM O EMBARQUE ****************
       2200-REGISTRAR-LOTE.
            IF AVI-LOTE NOT EQUAL SPACES
            MOVE SPACES TO INS-INSPETOR
            ACCEPT INS-DATA-ENTRADA FROM DATE YYYYMMDD
            MOVE ZEROS TO INS-DATA-INSPECAO
            MOVE PED-COD-FORNECEDOR TO INS-COD-FORNECEDOR
            MOVE PED-NUMERO TO INS-NUMERO-PEDIDO
            SET INS-PENDENTE TO TRUE
            WRITE REG-INSPECAO
            END-WRITE.
                MOVE BOR-QTD-FALTA TO WS-QTD-ATENDIDA
                SUBTRACT BOR-QTD-FALTA FROM WS-SALDO-ATENDER
                SET BOR-ATENDIDO TO TRUE
                ACCEPT BOR-DATA-ATENDIDO FROM DATE YYYYMMDD
                REWRITE REG-BACKORDER
                END-REWRITE
                MOVE 'TOTAL' TO ATE-SITUACAO
            CLOSE ATENDIMENTO-BOR
            ADD 1 TO WS-BOR-ATENDIDOS.

      ****** VALOR DA ENTRADA NA MOEDA DO PEDIDO E EM MOEDA LOCAL *******
       2180-REGISTRAR-ENTRADA-CUSTO.
            OPEN I-O ENTRADAS-CUSTO
            IF WS-FS-ENT EQUAL 35
                OPEN OUTPUT ENTRADAS-CUSTO
                CLOSE ENTRADAS-CUSTO
                OPEN I-O ENTRADAS-CUSTO
            END-IF
            MOVE MOV-NUMERO TO ENT-MOV-NUMERO
            MOVE MOV-DATA TO ENT-DATA
            MOVE PED-NUMERO TO ENT-NUMERO-PEDIDO
            MOVE PED-COD-PRODUTO TO ENT-COD-PRODUTO
            MOVE PED-COD-FORNECEDOR TO ENT-COD-FORNECEDOR
            MOVE AVI-QUANTIDADE TO ENT-QTD-COMPRA
            MOVE WS-QTD-CONVERTIDA TO ENT-QTD-ESTOQUE
            MOVE WS-MOEDA-ENTRADA TO ENT-MOEDA
            MOVE WS-PRECO-MOEDA TO ENT-PRECO-MOEDA
            MOVE WS-CAMBIO-TAXA TO ENT-TAXA
            COMPUTE ENT-VALOR-MOEDA =
                AVI-QUANTIDADE * WS-PRECO-MOEDA
            COMPUTE ENT-VALOR-LOCAL =
                WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
            MOVE WS-CUSTO-ENTRADA TO ENT-CUSTO-UNIT
            MOVE ZEROS TO ENT-VALOR-ADICIONAL
            WRITE REG-ENTRADA-CUSTO
            END-WRITE
            IF WS-FS-ENT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O CUSTO DA ENTRADA '
                    MOV-NUMERO ', FILE STATUS ' WS-FS-ENT
            END-IF
            CLOSE ENTRADAS-CUSTO.

      ****** REGISTRO FISCAL DA ENTRADA, AMARRADO PELO MOV-NUMERO *******
       2190-REGISTRAR-NOTA-ENTRADA.
            MOVE 'A' TO WS-NFE-ORIGEM
            MOVE AVI-QUANTIDADE TO WS-NFE-QUANTIDADE
            COMPUTE WS-NFE-VALOR ROUNDED =
                WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
            PERFORM 9990-GRAVAR-NOTA-ENTRADA
            IF WS-NFE-NUMERO EQUAL ZERO
                ADD 1 TO WS-SEM-NOTA
            END-IF.

      ****** LINHA DIVERGENTE FICA PARA O CONFERENTE ********************
       8000-GRAVAR-DIVERGENCIA.
            MOVE AVI-NUMERO-PEDIDO TO DIV-NUMERO-PEDIDO
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            MOVE SPACE TO MOV-MOTIVO
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
           COPY SEQNXT.
           COPY RUNGRV.
           COPY PERCHK.
           COPY CAMTAX.
           COPY ORCCMP.
           COPY CSGMOV.
           COPY NFEGRV.
           COPY RGECHK.

       END PROGRAM RECEBE-AVISO.
