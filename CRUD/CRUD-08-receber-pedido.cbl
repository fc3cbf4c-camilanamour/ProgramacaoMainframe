      *               atendimento); fica so o aviso de pendencia, e a
      *               alocacao acontece na liberacao do QC em
      *               CRUD-21
      * 15 OUT 2026 - linha emitida como liberacao de contrato
      *               (PED-LIBERACAO) soma a quantidade recebida em
      *               CTR-QTD-RECEBIDA de CONTRATOS-FORNECEDOR, para o
      *               consumo do contrato mostrar o que ja chegou
      * 15 OUT 2026 - linha cancelada pelo supervisor (PED-CANCELADO)
      *               nao aceita mais recebimento
      * 15 OUT 2026 - linha de pedido em moeda estrangeira (PED-MOEDA)
      *               entra no CUSTO-MEDIO ao preco acordado convertido
      *               pela taxa de CAMBIO vigente na data do
      *               recebimento (sem taxa cadastrada o recebimento e
      *               recusado); PED-TAXA-RECEBIMENTO guarda a taxa
      *               media das entradas e cada entrada grava o valor
      *               na moeda do pedido e em moeda local em
      *               ENTRADAS-CUSTO, amarrado pelo MOV-NUMERO
      * 15 OUT 2026 - ao fim do recebimento o conferente pode lancar o
      *               frete, seguro e impostos que vieram com a carga:
      *               a despesa e rateada pelas entradas do pedido no
      *               dia (valor, quantidade ou peso), ajusta o
      *               CUSTO-MEDIO com movimento de custo tipo C e fica
      *               detalhada em RATEIO-CUSTO (RATCALC)
      * 15 OUT 2026 - cada entrada baixa o compromisso de orcamento da
      *               linha (COMPROMISSOS, pelo pendente que sobrou) e
      *               soma o custo da entrada ao realizado da
      *               categoria no mes em ORCAMENTOS (ORCCMP)
      * 15 OUT 2026 - o custo medio agora pondera so o estoque proprio:
      *               o saldo consignado do fornecedor (CONSIGNACAO)
      *               nao tem custo nosso e nao entra na media
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
      * 15 OUT 2026 - cada entrada grava em NOTAS-ENTRADA os dados da
      *               nota fiscal do fornecedor (numero, serie, CNPJ,
      *               emissao, CFOP, informados uma vez por recebimento)
      *               e o ICMS e o IPI da linha, amarrados pelo
      *               MOV-NUMERO; carga recebida sem nota fica marcada
      *               para o resumo da manha
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
      * 15 OUT 2026 - entrada gravada em ENTRADAS-CUSTO zera
      *               ENT-VALOR-ADICIONAL, para o rateio de despesas
      *               somar a partir de zero
      * 15 OUT 2026 - entrada em moeda local de pedido com preco
      *               acordado custa pelo preco acordado dividido pelo
      *               fator da unidade, nao pelo preco do cadastro
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-08-receber-pedido.
           COPY USUSEL.
           COPY ESTSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY CTRSEL.
           COPY ERRSEL.
           COPY CAMSEL.
           COPY ENTSEL.
           COPY RATSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY CSGSEL.
           COPY MCSSEL.
           COPY NFESEL.
           SELECT ATENDIMENTO-BOR ASSIGN TO
           'C:\ARQUIVOS\atendimento-backorders.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY USUFD.
           COPY ESTFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY CTRFD.
           COPY ERRFD.
           COPY CAMFD.
           COPY ENTFD.
           COPY RATFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY CSGFD.
           COPY MCSFD.
           COPY NFEFD.

       FD ATENDIMENTO-BOR.
       01 REG-ATENDIMENTO          PIC X(120).
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
       77 WS-LOTE-INFORMADO    PIC X(10) VALUE SPACES.
       77 WS-VALIDADE-LOTE     PIC 9(08).
       77 WS-REGRAVOU          PIC X VALUE SPACE.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.
       77 WS-RESP-DESPESA      PIC X VALUE SPACE.
       77 WS-NF-INFORMADA      PIC X VALUE 'N'.
       77 WS-NF-VALIDA         PIC X VALUE 'N'.

       01 WS-LINHA-ATENDIMENTO.
           03 ATE-DATA             PIC 9(08).
           COPY PRODPATH.
           COPY PERWS.
           COPY ESTWS.
           COPY CAMWS.
           COPY RATWS.
           COPY ORCWS.
           COPY CSGWS.
           COPY NFEWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE ZEROS TO PED-COD-PRODUTO
            INITIALIZE WS-LINHAS-PEDIDO
            INITIALIZE WS-LINHAS-RECEBIDAS
            MOVE 'N' TO WS-NF-INFORMADA
            START PEDIDOS-COMPRA KEY IS NOT LESS THAN PED-CHAVE
                INVALID KEY
                    DISPLAY 'PEDIDO NAO ENCONTRADO'
                        DISPLAY 'LINHAS DO PEDIDO: ' WS-LINHAS-PEDIDO
                        DISPLAY 'LINHAS RECEBIDAS AGORA: '
                            WS-LINHAS-RECEBIDAS
                        IF WS-LINHAS-RECEBIDAS > ZERO
                            PERFORM 4000-RATEAR-DESPESAS
                        END-IF
                    END-IF
            END-START.

      ****** DADOS DA NOTA FISCAL QUE ACOMPANHA A CARGA *****************
       1500-INFORMAR-NOTA-FISCAL.
            MOVE 'S' TO WS-NF-INFORMADA
            DISPLAY 'NUMERO DA NOTA FISCAL DO FORNECEDOR (0 = CARGA '
                'SEM NOTA):'
            MOVE ZEROS TO WS-NFE-NUMERO
            ACCEPT WS-NFE-NUMERO
            IF WS-NFE-NUMERO EQUAL ZERO
                DISPLAY 'RECEBIMENTO SEM NOTA: AS ENTRADAS FICAM '
                    'APONTADAS NO RESUMO DA MANHA'
            ELSE
                DISPLAY 'SERIE DA NOTA:'
                MOVE SPACES TO WS-NFE-SERIE
                ACCEPT WS-NFE-SERIE
                DISPLAY 'CNPJ DO EMITENTE (SO OS 14 DIGITOS):'
                MOVE SPACES TO WS-NFE-CNPJ
                ACCEPT WS-NFE-CNPJ
                MOVE 'N' TO WS-NF-VALIDA
                PERFORM UNTIL WS-NF-VALIDA EQUAL 'S'
                   DISPLAY 'DATA DE EMISSAO DA NOTA (AAAAMMDD):'
                   MOVE ZEROS TO WS-NFE-DATA-EMISSAO
                   ACCEPT WS-NFE-DATA-EMISSAO
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-NFE-DATA-EMISSAO)
                      EQUAL ZERO AND
                      WS-NFE-DATA-EMISSAO NOT GREATER THAN
                      WS-DATA-CONFERIR
                       MOVE 'S' TO WS-NF-VALIDA
                   ELSE
                       DISPLAY 'DATA INVALIDA OU POSTERIOR A HOJE'
                   END-IF
                END-PERFORM
                MOVE 'N' TO WS-NF-VALIDA
                PERFORM UNTIL WS-NF-VALIDA EQUAL 'S'
                   DISPLAY 'CFOP DA ENTRADA (1xxx ESTADUAL, 2xxx '
                       'INTERESTADUAL, 3xxx IMPORTACAO):'
                   MOVE ZEROS TO WS-NFE-CFOP
                   ACCEPT WS-NFE-CFOP
                   IF WS-NFE-CFOP NOT LESS THAN 1000 AND
                      WS-NFE-CFOP NOT GREATER THAN 3999
                       MOVE 'S' TO WS-NF-VALIDA
                   ELSE
                       DISPLAY 'CFOP DE ENTRADA INVALIDO'
                   END-IF
                END-PERFORM
            END-IF.

      ****** ALIQUOTAS DE ICMS E IPI DA LINHA DA NOTA *******************
       1600-INFORMAR-IMPOSTOS.
            MOVE ZEROS TO WS-NFE-ALIQ-ICMS
            MOVE ZEROS TO WS-NFE-ALIQ-IPI
            IF WS-NFE-NUMERO NOT EQUAL ZERO
                DISPLAY 'ALIQUOTA DE ICMS DA LINHA NA NOTA (%):'
                ACCEPT WS-NFE-ALIQ-ICMS
                DISPLAY 'ALIQUOTA DE IPI DA LINHA NA NOTA (%):'
                ACCEPT WS-NFE-ALIQ-IPI
            END-IF.

      ****** FRETE, SEGURO E IMPOSTOS QUE VIERAM COM A CARGA ************
       4000-RATEAR-DESPESAS.
            MOVE 'S' TO WS-RESP-DESPESA
            PERFORM UNTIL WS-RESP-DESPESA NOT EQUAL 'S'
               DISPLAY 'HA FRETE, SEGURO OU IMPOSTOS DESTE RECEBIMENTO '
                   'A RATEAR? (S/N)'
               MOVE SPACE TO WS-RESP-DESPESA
               ACCEPT WS-RESP-DESPESA
               IF WS-RESP-DESPESA EQUAL 's'
                   MOVE 'S' TO WS-RESP-DESPESA
               END-IF
               IF WS-RESP-DESPESA EQUAL 'S'
                   PERFORM 9925-INFORMAR-DESPESA
                   IF WS-RAT-CANCELADO EQUAL 'N'
                       MOVE 'R' TO WS-RAT-ORIGEM
                       MOVE WS-NUMERO-PEDIDO TO WS-RAT-PEDIDO
                       ACCEPT WS-RAT-DATA-ENTRADA FROM DATE YYYYMMDD
                       PERFORM 9920-RATEAR-DESPESA
                   END-IF
               END-IF
            END-PERFORM.

      ****** CONFERE UMA LINHA E GRAVA O RECEBIMENTO ********************
       2000-RECEBER-LINHA.
            DISPLAY ' '
                    IF PED-RECEBIDO
                        DISPLAY 'LINHA JA RECEBIDA POR COMPLETO'
                    ELSE
                        IF PED-CANCELADO
                            DISPLAY 'LINHA CANCELADA, NADA A RECEBER'
                        ELSE
                            PERFORM 2100-RECEBER-PENDENTE
                        END-IF
                    END-IF
            END-READ.

      ****** QTDE RECEBIDA AGORA DA LINHA PENDENTE **********************
       2100-RECEBER-PENDENTE.
            SUBTRACT PED-QTD-RECEBIDA FROM PED-QTD-PEDIDA
                GIVING WS-QTD-PENDENTE
            DISPLAY 'QTDE PENDENTE: ' WS-QTD-PENDENTE ' '
                WS-UNIDADE-COMPRA
            DISPLAY 'INFORME A QTDE RECEBIDA AGORA, EM '
                WS-UNIDADE-COMPRA ' (0 = NADA):'
            ACCEPT WS-QTD-RECEBIDA
            IF WS-QTD-RECEBIDA > ZERO
                IF WS-NF-INFORMADA EQUAL 'N'
                    PERFORM 1500-INFORMAR-NOTA-FISCAL
                END-IF
                PERFORM 1600-INFORMAR-IMPOSTOS
                PERFORM 3050-OBTER-CUSTO-ENTRADA
                IF WS-CAMBIO-ACHADA EQUAL 'S'
                    PERFORM 3000-GRAVAR-RECEBIMENTO
                ELSE
                    DISPLAY 'SEM TAXA DE CAMBIO DE '
                        WS-MOEDA-ENTRADA ' PARA HOJE, '
                        'RECEBIMENTO RECUSADO'
                    DISPLAY 'CADASTRE A TAXA EM '
                        'CRUD-30-manter-cambio E RECEBA '
                        'DE NOVO'
                END-IF
            END-IF.

      ****** ATUALIZA ESTOQUE, LINHA DO PEDIDO, MOVIMENTO E LOG *********
       3000-GRAVAR-RECEBIMENTO.
            MOVE FATOR-CONVERSAO TO WS-FATOR-UNIDADE
               END-IF
            END-PERFORM
            IF WS-FS EQUAL ZEROS
                IF WS-MOEDA-ENTRADA NOT EQUAL WS-MOEDA-LOCAL
                    COMPUTE PED-TAXA-RECEBIMENTO ROUNDED =
                        (PED-TAXA-RECEBIMENTO * PED-QTD-RECEBIDA +
                         WS-CAMBIO-TAXA * WS-QTD-RECEBIDA) /
                        (PED-QTD-RECEBIDA + WS-QTD-RECEBIDA)
                END-IF
                ADD WS-QTD-RECEBIDA TO PED-QTD-RECEBIDA
                IF PED-QTD-RECEBIDA < PED-QTD-PEDIDA
                    SET PED-PARCIAL TO TRUE
                    PERFORM 9800-GRAVAR-ERRO-DIARIO
                END-IF
                ADD 1 TO WS-LINHAS-RECEBIDAS
                PERFORM 3400-ATUALIZAR-ORCAMENTO
                IF PED-LIBERACAO-CONTRATO
                    PERFORM 3200-ATUALIZAR-CONTRATO
                END-IF
                IF INSPECAO-OBRIGATORIA
                    DISPLAY 'ENTRADA EM QUARENTENA: BACKORDERS '
                        'SERAO ATENDIDOS NA LIBERACAO DO QC'
                MOVE WS-QTD-CONVERTIDA TO MOV-QUANTIDADE
                SET MOV-ENTRADA TO TRUE
                PERFORM 9100-GRAVAR-MOVIMENTO
                PERFORM 3300-REGISTRAR-ENTRADA-CUSTO
                PERFORM 3350-REGISTRAR-NOTA-ENTRADA
                MOVE 'RECEBER' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            END-IF.

      ****** BAIXA O COMPROMISSO E LANCA O REALIZADO DO MES *************
       3400-ATUALIZAR-ORCAMENTO.
            MOVE CATEGORIA-PRODUTO TO WS-ORC-CATEGORIA
            PERFORM 9884-REAVALIAR-COMPROMISSO
            MOVE WS-DATA-CONFERIR (1:6) TO WS-ORC-MES
            COMPUTE WS-ORC-VALOR ROUNDED =
                WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
            PERFORM 9882-LANCAR-REALIZADO.

      ****** CUSTO DA ENTRADA EM MOEDA LOCAL POR UNIDADE DE ESTOQUE *****
       3050-OBTER-CUSTO-ENTRADA.
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
                    DISPLAY 'PRECO ' PED-PRECO-ACORDADO ' '
                        WS-MOEDA-ENTRADA ' A TAXA ' WS-CAMBIO-TAXA
                        ' = CUSTO LOCAL ' WS-CUSTO-ENTRADA ' POR '
                        UNIDADE-ESTOQUE
                END-IF
            END-IF.

      ****** CUSTO MEDIO MOVEL: SALDO ANTIGO + ENTRADA AO PRECO *********
       3100-RECALCULAR-CUSTO-MEDIO.
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
            END-IF
                    ' -> ' CUSTO-MEDIO
            END-IF.

      ****** VALOR DA ENTRADA NA MOEDA DO PEDIDO E EM MOEDA LOCAL *******
       3300-REGISTRAR-ENTRADA-CUSTO.
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
            MOVE WS-QTD-RECEBIDA TO ENT-QTD-COMPRA
            MOVE WS-QTD-CONVERTIDA TO ENT-QTD-ESTOQUE
            MOVE WS-MOEDA-ENTRADA TO ENT-MOEDA
            MOVE WS-PRECO-MOEDA TO ENT-PRECO-MOEDA
            MOVE WS-CAMBIO-TAXA TO ENT-TAXA
            COMPUTE ENT-VALOR-MOEDA =
                WS-QTD-RECEBIDA * WS-PRECO-MOEDA
            COMPUTE ENT-VALOR-LOCAL =
                WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
            MOVE WS-CUSTO-ENTRADA TO ENT-CUSTO-UNIT
            MOVE ZEROS TO ENT-VALOR-ADICIONAL
            WRITE REG-ENTRADA-CUSTO
            END-WRITE
            IF WS-FS-ENT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O CUSTO DA ENTRADA, FILE '
                    'STATUS ' WS-FS-ENT
            END-IF
            CLOSE ENTRADAS-CUSTO.

      ****** REGISTRO FISCAL DA ENTRADA, AMARRADO PELO MOV-NUMERO *******
       3350-REGISTRAR-NOTA-ENTRADA.
            MOVE 'B' TO WS-NFE-ORIGEM
            MOVE WS-QTD-RECEBIDA TO WS-NFE-QUANTIDADE
            COMPUTE WS-NFE-VALOR ROUNDED =
                WS-QTD-CONVERTIDA * WS-CUSTO-ENTRADA
            PERFORM 9990-GRAVAR-NOTA-ENTRADA.

      ****** ENTRADA DA LIBERACAO SOMA NO RECEBIDO DO CONTRATO **********
       3200-ATUALIZAR-CONTRATO.
            OPEN I-O CONTRATOS-FORNECEDOR
            IF WS-FS-CTR EQUAL ZEROS
                MOVE PED-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
                MOVE PED-COD-PRODUTO TO CTR-COD-PRODUTO
                READ CONTRATOS-FORNECEDOR RECORD
                    KEY IS CTR-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD WS-QTD-RECEBIDA TO CTR-QTD-RECEBIDA
                        REWRITE REG-CONTRATO
                        END-REWRITE
                END-READ
                CLOSE CONTRATOS-FORNECEDOR
            END-IF.

      ****** ALOCA A ENTRADA AOS BACKORDERS ABERTOS, ANTIGO PRIMEIRO ****
       3650-ATENDER-BACKORDERS.
            IF WS-BOR-DISPONIVEL EQUAL 'S'
                MOVE BOR-QTD-FALTA TO WS-QTD-ATENDIDA
                SUBTRACT BOR-QTD-FALTA FROM WS-SALDO-ATENDER
                SET BOR-ATENDIDO TO TRUE
                ACCEPT BOR-DATA-ATENDIDO FROM DATE YYYYMMDD
                REWRITE REG-BACKORDER
                END-REWRITE
                MOVE 'TOTAL' TO ATE-SITUACAO
            MOVE SPACES TO INS-INSPETOR
            ACCEPT INS-DATA-ENTRADA FROM DATE YYYYMMDD
            MOVE ZEROS TO INS-DATA-INSPECAO
            MOVE PED-COD-FORNECEDOR TO INS-COD-FORNECEDOR
            MOVE PED-NUMERO TO INS-NUMERO-PEDIDO
            SET INS-PENDENTE TO TRUE
            WRITE REG-INSPECAO
            END-WRITE
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
           COPY PERCHK.
           COPY ESTCHK.
           COPY CAMTAX.
           COPY RATCALC.
           COPY ORCCMP.
           COPY CSGMOV.
           COPY NFEGRV.

       END PROGRAM CRUD-08-receber-pedido.
