      *               estorno como o consumo por destino ja faz: a
      *               saida que foi estornada nao conta mais como
      *               demanda real
      * 15 OUT 2026 - a linha agora sai como liberacao contra o
      *               contrato vigente de CONTRATOS-FORNECEDOR
      *               (fornecedor + produto): preco do contrato em
      *               PED-PRECO-ACORDADO, saldo contratado abatido e
      *               linha de liberacao no documento; contrato com o
      *               principal prevalece sobre a fonte alternativa,
      *               e linha maior que o saldo sai fora do contrato.
      *               Contrato perto do teto (CONTRATOS_AVISO_PCT,
      *               padrao 90%) ou do vencimento
      *               (CONTRATOS_AVISO_DIAS, padrao 30 dias) gera
      *               AVISO em ALERTAS
      * 15 OUT 2026 - cada pedido agora tambem sai como arquivo
      *               eletronico de layout fixo por fornecedor
      *               (pedido-eletronico-FFFF-NNNNNN.txt): HDR/TRL de
      *               HDRTRL e uma linha DET por item com barras,
      *               quantidade em UNIDADE-COMPRA, preco acordado e
      *               data de entrega pedida (hoje + prazo); cada
      *               arquivo fica registrado em TRANSMISSAO-PEDIDOS
      * 15 OUT 2026 - a linha sai na moeda do fornecedor (PED-MOEDA):
      *               fonte alternativa no preco e moeda de
      *               FORNECEDORES-PRODUTO, contrato no preco
      *               contratado e principal em moeda estrangeira no
      *               preco do cadastro convertido pela taxa do dia de
      *               CAMBIO. A comparacao principal x alternativa e
      *               feita em moeda local; alternativa sem taxa nao
      *               concorre e principal sem taxa sai em moeda local
      *               com AVISO em ALERTAS. Documento e arquivo
      *               eletronico levam a moeda da linha
      * 15 OUT 2026 - controle do orcamento de compras: o valor da
      *               linha em moeda local e conferido contra o
      *               orcamento da CATEGORIA-PRODUTO no mes
      *               (ORCAMENTOS); linha que estouraria o orcado nao
      *               e emitida e vai para AGUARDA-ORCAMENTO com AVISO
      *               em ALERTAS, ate um supervisor aprova-la em
      *               CRUD-32. Linha emitida soma ao comprometido do
      *               mes e grava o seu compromisso em COMPROMISSOS;
      *               categoria sem orcado nao e controlada
      * 15 OUT 2026 - produto sucedido (vinculo de sucessao em
      *               SUBSTITUTOS) nao e mais pedido; quando o estoque
      *               dele zera, o consumo da janela e o minimo passam
      *               ao sucessor pelo fator, e o sucessor e pedido pela
      *               regra do minimo
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - cada documento de pedido gravado em
      *               pedidos-emitidos.txt tambem vai para o spool
      *               datado da rodada, com a emissao registrada no
      *               indice do spool (SPLGRV)
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-PEDIDOS.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.
           COPY MOVSEL.
           COPY PFXSEL.
           COPY CTRSEL.
           COPY ALRSEL.
           COPY TRXSEL.
           COPY CAMSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY AGOSEL.
           COPY SUBSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT CONSUMO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\consumo-pedidos.tmp'
           ORGANIZATION IS INDEXED
           'C:\ARQUIVOS\pedidos-emitidos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EMI.
           SELECT PEDIDO-ELETRONICO ASSIGN TO WS-PEL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-pedidos.tmp'.

           COPY FORNFD.
           COPY PEDFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.
           COPY MOVFD.
           COPY PFXFD.
           COPY CTRFD.
           COPY ALRFD.
           COPY TRXFD.
           COPY CAMFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY AGOFD.
           COPY SUBFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD CONSUMO-TRABALHO.
       01 REG-TRABALHO.
           03 TRB-COD-PRODUTO      PIC 9(06).
           03 TRB-CONSUMO          PIC 9(09).
           03 TRB-MINIMO-HERDADO   PIC 9(09).

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
       FD PEDIDOS-EMITIDOS.
       01 REG-EMITIDO              PIC X(80).

       FD PEDIDO-ELETRONICO.
       01 REG-PEDIDO-ELETRONICO.
           03 PEL-TIPO             PIC X(03).
           03 PEL-NUMERO-PEDIDO    PIC 9(06).
           03 PEL-COD-FORNECEDOR   PIC 9(04).
           03 PEL-CODIGO-BARRAS    PIC X(13).
           03 PEL-COD-PRODUTO      PIC 9(06).
           03 PEL-QUANTIDADE       PIC 9(09).
           03 PEL-UNIDADE          PIC X(03).
           03 PEL-PRECO            PIC 9(07)V99.
           03 PEL-DATA-ENTREGA     PIC 9(08).
           03 PEL-MOEDA            PIC X(03).
           03 FILLER               PIC X(16).
           COPY HDRTRL.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-COD-FORNECEDOR   PIC 9(04).
           03 ORD-PRECO-ESCOLHIDO  PIC 9(07)V99.
           03 ORD-PRAZO-PRINCIPAL  PIC 9(03).
           03 ORD-PRAZO-ESCOLHIDO  PIC 9(03).
           03 ORD-CONTRATO         PIC X(01).
           03 ORD-PRECO-CONTRATO   PIC 9(07)V99.
           03 ORD-CODIGO-BARRAS    PIC X(13).
           03 ORD-MOEDA            PIC X(03).
           03 ORD-PRECO-MOEDA      PIC 9(07)V99.
           03 ORD-CATEGORIA        PIC X(15).
           03 ORD-TAXA             PIC 9(04)V9(06).
           03 ORD-VALOR-LOCAL      PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-TRB            PIC 99.
       77 WS-FS-ETR            PIC 99.
       77 WS-EOF-MOV           PIC 99.
       77 WS-FS-SUB            PIC 99.
       77 WS-SUB-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF-SUB           PIC 99.
       77 WS-SUCEDIDO          PIC X VALUE 'N'.
       77 WS-SUCEDIDOS         PIC 9(05).
       77 WS-MINIMO-EFETIVO    PIC 9(09).
       77 WS-HERDA-CONSUMO     PIC 9(09).
       77 WS-HERDA-MINIMO      PIC 9(09).
       77 WS-JANELA-TXT        PIC X(05).
       77 WS-JANELA-LEN        PIC 9(02).
       77 WS-JANELA-DIAS       PIC 9(03) VALUE 90.
       77 WS-PRAZO-PRINCIPAL   PIC 9(03).
       77 WS-PRECO-ESCOLHIDO   PIC 9(07)V99.
       77 WS-PRAZO-ESCOLHIDO   PIC 9(03).
       77 WS-MOEDA-PRINCIPAL   PIC X(03).
       77 WS-PRECO-MOEDA-PRINC PIC 9(07)V99.
       77 WS-MOEDA-ESCOLHIDA   PIC X(03).
       77 WS-PRECO-MOEDA-ESCOL PIC 9(07)V99.
       77 WS-PFX-MOEDA         PIC X(03).
       77 WS-PFX-PRECO-LOCAL   PIC 9(07)V99.
       77 WS-SEM-CAMBIO        PIC 9(05).
       77 WS-TROCADO           PIC X VALUE 'N'.
       77 WS-ALT-GANHOU        PIC X VALUE 'N'.
       77 WS-ALT-ATIVO         PIC X VALUE 'N'.
       77 WS-TROCAS            PIC 9(05).
       77 WS-FS-CTR            PIC 99.
       77 WS-CTR-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-LIBERACOES        PIC 9(05).
       77 WS-FORA-CONTRATO     PIC 9(05).
       77 WS-SALDO-CONTRATO    PIC 9(09).
       77 WS-PCT-LIBERADO      PIC 9(05).
       77 WS-FIM-INTEIRO       PIC 9(08).
       77 WS-DIAS-VENCER       PIC 9(08).
       77 WS-AVISO-PCT-TXT     PIC X(05).
       77 WS-AVISO-PCT-LEN     PIC 9(02).
       77 WS-AVISO-PCT         PIC 9(03) VALUE 90.
       77 WS-AVISO-DIAS-TXT    PIC X(05).
       77 WS-AVISO-DIAS-LEN    PIC 9(02).
       77 WS-AVISO-DIAS        PIC 9(03) VALUE 30.
       77 WS-FS-PEL            PIC 99.
       77 WS-FS-TRX            PIC 99.
       77 WS-PEL-ABERTO        PIC X VALUE 'N'.
       77 WS-PEL-LINHAS        PIC 9(07).
       77 WS-PEL-HASH          PIC 9(13)V99.
       77 WS-ARQUIVOS-PEL      PIC 9(05).
       77 WS-FS-AGO            PIC 99.
       77 WS-AGO-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-AGO-EXISTE        PIC X VALUE 'N'.
       77 WS-LINHA-APROVADA    PIC X VALUE 'N'.
       77 WS-RETER-LINHA       PIC X VALUE 'N'.
       77 WS-RETIDAS           PIC 9(05).
       77 WS-APROVADAS-ORC     PIC 9(05).
       77 WS-PRECO-LINHA       PIC 9(07)V99.
       01 WS-PEL-PATH              PIC X(100).

       01 WS-CHAVE-CONTRATO.
           03 FILLER               PIC X(04) VALUE 'CTR '.
           03 WS-CHAVE-CTR-FORN    PIC 9(04).
           03 FILLER               PIC X(01) VALUE '/'.
           03 WS-CHAVE-CTR-PROD    PIC 9(06).

       01 WS-CHAVE-CAMBIO.
           03 FILLER               PIC X(07) VALUE 'CAMBIO '.
           03 WS-CHAVE-CAM-MOEDA   PIC X(03).
           03 FILLER               PIC X(01) VALUE '/'.
           03 WS-CHAVE-CAM-PROD    PIC 9(06).

       01 WS-CHAVE-ORCAMENTO.
           03 FILLER               PIC X(04) VALUE 'ORC '.
           03 WS-CHAVE-ORC-PROD    PIC 9(06).
           03 FILLER               PIC X(01) VALUE '/'.
           03 WS-CHAVE-ORC-MES     PIC 9(06).

       01 WS-LINHA-SEPARADOR       PIC X(80) VALUE ALL '-'.

           03 EMI-QTD-PEDIR        PIC ZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 EMI-UNIDADE          PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 EMI-MOEDA            PIC X(03).
           03 FILLER               PIC X(04) VALUE SPACES.

       01 WS-LINHA-TROCA.
           03 FILLER               PIC X(14)
           03 EMI-DIAS-COBRIR      PIC ZZZ9.
           03 FILLER               PIC X(13) VALUE SPACES.

       01 WS-LINHA-LIBERACAO.
           03 FILLER               PIC X(32)
              VALUE '   LIBERACAO DE CONTRATO PRECO: '.
           03 EMI-PRECO-CONTRATO   PIC 9(07).99.
           03 FILLER               PIC X(13) VALUE ' SALDO APOS: '.
           03 EMI-SALDO-CONTRATO   PIC ZZZZZZZZ9.
           03 FILLER               PIC X(16) VALUE SPACES.

           COPY PRODWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY ALRWS.
           COPY CAMWS.
           COPY ORCWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEIRO -
                WS-JANELA-DIAS)
            PERFORM 0500-ACUMULAR-CONSUMO
            PERFORM 0600-TRANSFERIR-CONSUMO

            OPEN I-O PEDIDOS-COMPRA
            IF WS-FS-PED EQUAL 35
            ELSE
                MOVE 'N' TO WS-PFX-DISPONIVEL
            END-IF
            OPEN I-O CONTRATOS-FORNECEDOR
            IF WS-FS-CTR EQUAL ZEROS
                MOVE 'S' TO WS-CTR-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-CTR-DISPONIVEL
            END-IF
            OPEN EXTEND PEDIDOS-EMITIDOS
            IF WS-FS-EMI EQUAL 35
                OPEN OUTPUT PEDIDOS-EMITIDOS
            END-IF
            MOVE 'GERA-PEDIDOS' TO WS-SPL-PROGRAMA
            MOVE 'N' TO WS-SPL-ECO
            PERFORM 9810-ABRIR-SPOOL
            OPEN EXTEND TRANSMISSAO-PEDIDOS
            IF WS-FS-TRX EQUAL 35
                OPEN OUTPUT TRANSMISSAO-PEDIDOS
            END-IF
            OPEN I-O AGUARDA-ORCAMENTO
            IF WS-FS-AGO EQUAL 35
                OPEN OUTPUT AGUARDA-ORCAMENTO
                CLOSE AGUARDA-ORCAMENTO
                OPEN I-O AGUARDA-ORCAMENTO
            END-IF
            IF WS-FS-AGO EQUAL ZEROS
                MOVE 'S' TO WS-AGO-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-AGO-DISPONIVEL
            END-IF

            INITIALIZE WS-CONTADOR
            INITIALIZE WS-PEDIDOS
            INITIALIZE WS-JA-PEDIDOS
            INITIALIZE WS-FORN-INATIVOS
            INITIALIZE WS-TROCAS
            INITIALIZE WS-LIBERACOES
            INITIALIZE WS-FORA-CONTRATO
            INITIALIZE WS-ARQUIVOS-PEL
            INITIALIZE WS-SEM-CAMBIO
            INITIALIZE WS-RETIDAS
            INITIALIZE WS-APROVADAS-ORC
            INITIALIZE WS-SUCEDIDOS
            MOVE SPACES TO WS-CAMBIO-MOEDA

            SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-COD-FORNECEDOR
                DISPLAY 'PEDIDOS DE COMPRA EMITIDOS: ' WS-PEDIDOS
                DISPLAY 'LINHAS DE PEDIDO GRAVADAS: ' WS-CONTADOR
                DISPLAY 'DOCUMENTO GRAVADO: pedidos-emitidos.txt'
                DISPLAY 'ARQUIVOS ELETRONICOS GERADOS: '
                    WS-ARQUIVOS-PEL
                    ' (REGISTRO: transmissao-pedidos.txt)'
            END-IF
            IF WS-JA-PEDIDOS > 0
                DISPLAY 'PRODUTOS JA EM PEDIDO ABERTO (IGNORADOS): '
                DISPLAY 'LINHAS COLOCADAS EM FONTE ALTERNATIVA: '
                    WS-TROCAS
            END-IF
            IF WS-LIBERACOES > 0
                DISPLAY 'LINHAS LIBERADAS CONTRA CONTRATO: '
                    WS-LIBERACOES
            END-IF
            IF WS-FORA-CONTRATO > 0
                DISPLAY 'LINHAS FORA DO CONTRATO POR FALTA DE SALDO: '
                    WS-FORA-CONTRATO
            END-IF
            IF WS-SEM-CAMBIO > 0
                DISPLAY 'LINHAS EM MOEDA LOCAL POR FALTA DE CAMBIO: '
                    WS-SEM-CAMBIO
            END-IF
            IF WS-RETIDAS > 0
                DISPLAY 'LINHAS RETIDAS AGUARDANDO APROVACAO DE '
                    'ORCAMENTO: ' WS-RETIDAS
                    ' (LISTA: aguarda-orcamento.txt)'
            END-IF
            IF WS-APROVADAS-ORC > 0
                DISPLAY 'LINHAS APROVADAS ACIMA DO ORCAMENTO: '
                    WS-APROVADAS-ORC
            END-IF
            IF WS-SUCEDIDOS > 0
                DISPLAY 'PRODUTOS SUCEDIDOS (PEDIDOS PELO SUCESSOR): '
                    WS-SUCEDIDOS
            END-IF

            CLOSE FORNECEDORES
            IF WS-PFX-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES-PRODUTO
            END-IF
            IF WS-CTR-DISPONIVEL EQUAL 'S'
                CLOSE CONTRATOS-FORNECEDOR
            END-IF
            CLOSE PEDIDOS-EMITIDOS
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PEDIDOS=' DELIMITED BY SIZE
                WS-PEDIDOS DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            CLOSE TRANSMISSAO-PEDIDOS
            IF WS-AGO-DISPONIVEL EQUAL 'S'
                CLOSE AGUARDA-ORCAMENTO
            END-IF
            IF WS-SUB-DISPONIVEL EQUAL 'S'
                CLOSE SUBSTITUTOS
            END-IF
            CLOSE CONSUMO-TRABALHO
            CLOSE PEDIDOS-COMPRA.
            MOVE 'FIM' TO WS-RUN-EVENTO
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** JANELA E COBERTURA VINDAS DOS PARAMETROS *******************
       0400-OBTER-PARAMETROS.
            MOVE 'PEDIDOS_JANELA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-JANELA-TXT
            INITIALIZE WS-JANELA-LEN
            INSPECT WS-JANELA-TXT TALLYING WS-JANELA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-JANELA-DIAS EQUAL ZERO
                MOVE 90 TO WS-JANELA-DIAS
            END-IF
            MOVE 'PEDIDOS_COBERTURA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-COBERTURA-TXT
            INITIALIZE WS-COBERTURA-LEN
            INSPECT WS-COBERTURA-TXT TALLYING WS-COBERTURA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            END-IF
            DISPLAY 'JANELA DE CONSUMO: ' WS-JANELA-DIAS ' DIAS, '
                'COBERTURA: ' WS-COBERTURA-DIAS ' DIAS'
            MOVE 'PEDIDOS_POLITICA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-POLITICA-TXT
            IF WS-POLITICA-TXT EQUAL 'PRAZO'
                MOVE 'PRAZO' TO WS-POLITICA
            ELSE
                MOVE 'PRECO' TO WS-POLITICA
            END-IF
            DISPLAY 'POLITICA DE ESCOLHA DE FORNECEDOR: '
                WS-POLITICA
            MOVE 'CONTRATOS_AVISO_PCT' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-AVISO-PCT-TXT
            INITIALIZE WS-AVISO-PCT-LEN
            INSPECT WS-AVISO-PCT-TXT TALLYING WS-AVISO-PCT-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-AVISO-PCT-LEN > ZERO AND
               WS-AVISO-PCT-TXT (1 : WS-AVISO-PCT-LEN) IS NUMERIC
                MOVE WS-AVISO-PCT-TXT (1 : WS-AVISO-PCT-LEN)
                    TO WS-AVISO-PCT
            END-IF
            IF WS-AVISO-PCT EQUAL ZERO
                MOVE 90 TO WS-AVISO-PCT
            END-IF
            MOVE 'CONTRATOS_AVISO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-AVISO-DIAS-TXT
            INITIALIZE WS-AVISO-DIAS-LEN
            INSPECT WS-AVISO-DIAS-TXT TALLYING WS-AVISO-DIAS-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-AVISO-DIAS-LEN > ZERO AND
               WS-AVISO-DIAS-TXT (1 : WS-AVISO-DIAS-LEN) IS NUMERIC
                MOVE WS-AVISO-DIAS-TXT (1 : WS-AVISO-DIAS-LEN)
                    TO WS-AVISO-DIAS
            END-IF
            DISPLAY 'AVISO DE CONTRATO: ' WS-AVISO-PCT '% LIBERADO '
                'OU ' WS-AVISO-DIAS ' DIAS PARA VENCER'.

      ****** GUARDA OS NUMEROS DOS LANCAMENTOS JA ESTORNADOS ************
       0450-MAPEAR-ESTORNOS.
                INVALID KEY
                    MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
                    MOVE MOV-QUANTIDADE TO TRB-CONSUMO
                    MOVE ZEROS TO TRB-MINIMO-HERDADO
                    WRITE REG-TRABALHO
                NOT INVALID KEY
                    ADD MOV-QUANTIDADE TO TRB-CONSUMO
                    REWRITE REG-TRABALHO
            END-READ.

      ****** SUCESSOR HERDA A DEMANDA DO PRODUTO JA SEM ESTOQUE *********
       0600-TRANSFERIR-CONSUMO.
            OPEN INPUT SUBSTITUTOS
            IF WS-FS-SUB EQUAL ZEROS
                MOVE 'S' TO WS-SUB-DISPONIVEL
                OPEN INPUT PRODUTOS
                SET WS-EOF-SUB TO 0
                PERFORM UNTIL WS-EOF-SUB EQUAL 1
                   READ SUBSTITUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SUB
                   NOT AT END
                       IF SUB-SUCEDE
                           PERFORM 0650-HERDAR-DEMANDA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS
            END-IF.

      ****** SOMA CONSUMO E MINIMO DO ANTIGO NO SUCESSOR, PELO FATOR ****
       0650-HERDAR-DEMANDA.
            MOVE SUB-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO ESTOQUE-PRODUTO
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF ESTOQUE-PRODUTO EQUAL ZERO
                MOVE ZEROS TO WS-HERDA-CONSUMO
                MOVE SUB-COD-PRODUTO TO TRB-COD-PRODUTO
                READ CONSUMO-TRABALHO RECORD
                    KEY IS TRB-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WS-HERDA-CONSUMO =
                            TRB-CONSUMO * SUB-FATOR
                        IF WS-HERDA-CONSUMO < TRB-CONSUMO * SUB-FATOR
                            ADD 1 TO WS-HERDA-CONSUMO
                        END-IF
                END-READ
                COMPUTE WS-HERDA-MINIMO = ESTOQUE-MINIMO * SUB-FATOR
                IF WS-HERDA-MINIMO < ESTOQUE-MINIMO * SUB-FATOR
                    ADD 1 TO WS-HERDA-MINIMO
                END-IF
                MOVE SUB-COD-SUBSTITUTO TO TRB-COD-PRODUTO
                READ CONSUMO-TRABALHO RECORD
                    KEY IS TRB-COD-PRODUTO
                    INVALID KEY
                        MOVE SUB-COD-SUBSTITUTO TO TRB-COD-PRODUTO
                        MOVE WS-HERDA-CONSUMO TO TRB-CONSUMO
                        MOVE WS-HERDA-MINIMO TO TRB-MINIMO-HERDADO
                        WRITE REG-TRABALHO
                    NOT INVALID KEY
                        ADD WS-HERDA-CONSUMO TO TRB-CONSUMO
                        ADD WS-HERDA-MINIMO TO TRB-MINIMO-HERDADO
                        REWRITE REG-TRABALHO
                END-READ
            END-IF.

      ****** LE PRODUTOS ATIVOS COM ESTOQUE NO MINIMO OU ABAIXO *********
       1000-LER-PRODUTOS.
            OPEN INPUT PRODUTOS
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM 1020-MINIMO-HERDADO
                   IF WS-ATIVO AND
                      WS-ESTOQUE-PRODUTO <= WS-MINIMO-EFETIVO
                       PERFORM 1030-VERIFICAR-SUCESSAO
                       PERFORM 1050-VERIFICAR-FORNECEDOR
                       PERFORM 1100-VERIFICAR-PEDIDO-ABERTO
                       IF WS-SUCEDIDO EQUAL 'S'
                           ADD 1 TO WS-SUCEDIDOS
                       ELSE
                           IF WS-FORN-RETIRADO EQUAL 'S'
                               ADD 1 TO WS-FORN-INATIVOS
                           ELSE
                               IF WS-JA-PEDIDO EQUAL 'S'
                                   ADD 1 TO WS-JA-PEDIDOS
                               ELSE
                                   PERFORM 1010-MONTAR-LINHA-PEDIDO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE PRODUTOS.

      ****** LINHA A PEDIR: FORNECEDOR, CONTRATO, QTDE E ORCAMENTO ******
       1010-MONTAR-LINHA-PEDIDO.
            PERFORM 1150-ESCOLHER-FORNECEDOR
            MOVE WS-FORN-ESCOLHIDO TO ORD-COD-FORNECEDOR
            MOVE WS-COD-FORNECEDOR TO ORD-FORN-PRINCIPAL
            MOVE WS-TROCADO TO ORD-TROCADO
            MOVE WS-POLITICA TO ORD-MOTIVO
            MOVE WS-PRECO-PRINCIPAL TO ORD-PRECO-PRINCIPAL
            MOVE WS-PRECO-ESCOLHIDO TO ORD-PRECO-ESCOLHIDO
            MOVE WS-PRAZO-PRINCIPAL TO ORD-PRAZO-PRINCIPAL
            MOVE WS-PRAZO-ESCOLHIDO TO ORD-PRAZO-ESCOLHIDO
            MOVE WS-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO ORD-NOME-PRODUTO
            MOVE WS-CODIGO-BARRAS TO ORD-CODIGO-BARRAS
            MOVE WS-ESTOQUE-PRODUTO TO ORD-ESTOQUE-PRODUTO
            MOVE WS-MOEDA-ESCOLHIDA TO ORD-MOEDA
            MOVE WS-PRECO-MOEDA-ESCOL TO ORD-PRECO-MOEDA
            PERFORM 1250-VERIFICAR-CONTRATO
            PERFORM 1200-CALCULAR-QTD-PEDIR
            PERFORM 1300-VERIFICAR-ORCAMENTO
            IF WS-RETER-LINHA EQUAL 'N'
                RELEASE REG-ORDENACAO
            END-IF.

      ****** MINIMO DO PRODUTO MAIS O HERDADO DO ANTIGO JA ESGOTADO *****
       1020-MINIMO-HERDADO.
            MOVE WS-ESTOQUE-MINIMO TO WS-MINIMO-EFETIVO
            MOVE WS-COD-PRODUTO TO TRB-COD-PRODUTO
            READ CONSUMO-TRABALHO RECORD
                KEY IS TRB-COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD TRB-MINIMO-HERDADO TO WS-MINIMO-EFETIVO
            END-READ.

      ****** PRODUTO SUCEDIDO NAO E MAIS PEDIDO, O SUCESSOR E ***********
       1030-VERIFICAR-SUCESSAO.
            MOVE 'N' TO WS-SUCEDIDO
            IF WS-SUB-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO SUB-COD-PRODUTO
                MOVE ZEROS TO SUB-COD-SUBSTITUTO
                START SUBSTITUTOS KEY IS NOT LESS THAN SUB-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF-SUB TO 0
                        PERFORM UNTIL WS-EOF-SUB EQUAL 1
                           READ SUBSTITUTOS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-SUB
                           NOT AT END
                               IF SUB-COD-PRODUTO NOT EQUAL
                                  WS-COD-PRODUTO
                                   MOVE 1 TO WS-EOF-SUB
                               ELSE
                                   IF SUB-SUCEDE
                                       MOVE 'S' TO WS-SUCEDIDO
                                       MOVE 1 TO WS-EOF-SUB
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF.

      ****** FORNECEDOR DO PRODUTO FOI RETIRADO (INATIVO)? **************
       1050-VERIFICAR-FORNECEDOR.
            MOVE 'N' TO WS-FORN-RETIRADO
            MOVE ZERO TO WS-PRAZO-FORNECEDOR
            MOVE WS-MOEDA-LOCAL TO WS-MOEDA-PRINCIPAL
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-FORNECEDOR TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRAZO-ENTREGA TO WS-PRAZO-FORNECEDOR
                        IF MOEDA-FORNECEDOR NOT EQUAL SPACES
                            MOVE MOEDA-FORNECEDOR TO
                                WS-MOEDA-PRINCIPAL
                        END-IF
                        IF FORN-INATIVO
                            MOVE 'S' TO WS-FORN-RETIRADO
                        END-IF
                END-READ
            END-IF.

      ****** PRECO DO CADASTRO NA MOEDA DO FORNECEDOR PRINCIPAL *********
       1140-PRECO-MOEDA-PRINCIPAL.
            MOVE WS-PRECO-PRODUTO TO WS-PRECO-MOEDA-PRINC
            IF WS-MOEDA-PRINCIPAL NOT EQUAL WS-MOEDA-LOCAL
                MOVE WS-MOEDA-PRINCIPAL TO WS-PFX-MOEDA
                PERFORM 1170-TAXA-DO-DIA
                IF WS-CAMBIO-ACHADA EQUAL 'S'
                    COMPUTE WS-PRECO-MOEDA-PRINC ROUNDED =
                        WS-PRECO-PRODUTO / WS-CAMBIO-TAXA
                ELSE
                    DISPLAY 'PRODUTO ' WS-COD-PRODUTO ' SEM TAXA DE '
                        WS-MOEDA-PRINCIPAL ' PARA HOJE, LINHA EM '
                        WS-MOEDA-LOCAL
                    MOVE WS-MOEDA-PRINCIPAL TO WS-CHAVE-CAM-MOEDA
                    MOVE WS-COD-PRODUTO TO WS-CHAVE-CAM-PROD
                    MOVE WS-MOEDA-LOCAL TO WS-MOEDA-PRINCIPAL
                    ADD 1 TO WS-SEM-CAMBIO
                    MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                    MOVE 'SEM TAXA DE CAMBIO, PEDIDO EM MOEDA LOCAL'
                        TO WS-ALR-MENSAGEM
                    MOVE 'GERA-PEDIDOS' TO WS-ALR-PROGRAMA
                    MOVE WS-CHAVE-CAMBIO TO WS-ALR-CHAVE
                    PERFORM 9870-GRAVAR-ALERTA
                END-IF
            END-IF.

      ****** COMPARA O PRINCIPAL COM AS FONTES ALTERNATIVAS *************
       1150-ESCOLHER-FORNECEDOR.
            MOVE WS-COD-FORNECEDOR TO WS-FORN-ESCOLHIDO
            MOVE WS-PRECO-PRINCIPAL TO WS-PRECO-ESCOLHIDO
            MOVE WS-PRAZO-PRINCIPAL TO WS-PRAZO-ESCOLHIDO
            MOVE 'N' TO WS-TROCADO
            PERFORM 1140-PRECO-MOEDA-PRINCIPAL
            MOVE WS-MOEDA-PRINCIPAL TO WS-MOEDA-ESCOLHIDA
            MOVE WS-PRECO-MOEDA-PRINC TO WS-PRECO-MOEDA-ESCOL
            IF WS-PFX-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO PFX-COD-PRODUTO
                MOVE ZEROS TO PFX-COD-FORNECEDOR
                        END-IF
                END-READ
            END-IF
            IF WS-ALT-ATIVO EQUAL 'S'
                MOVE PFX-MOEDA TO WS-PFX-MOEDA
                IF WS-PFX-MOEDA EQUAL SPACES
                    MOVE WS-MOEDA-LOCAL TO WS-PFX-MOEDA
                END-IF
                MOVE PFX-PRECO TO WS-PFX-PRECO-LOCAL
                IF WS-PFX-MOEDA NOT EQUAL WS-MOEDA-LOCAL
                    PERFORM 1170-TAXA-DO-DIA
                    IF WS-CAMBIO-ACHADA EQUAL 'S'
                        COMPUTE WS-PFX-PRECO-LOCAL ROUNDED =
                            PFX-PRECO * WS-CAMBIO-TAXA
                    ELSE
                        MOVE 'N' TO WS-ALT-ATIVO
                    END-IF
                END-IF
            END-IF
            IF WS-ALT-ATIVO EQUAL 'S'
                MOVE 'N' TO WS-ALT-GANHOU
                IF WS-POLITICA EQUAL 'PRAZO'
                    IF PFX-PRAZO < WS-PRAZO-ESCOLHIDO OR
                       (PFX-PRAZO EQUAL WS-PRAZO-ESCOLHIDO AND
                        WS-PFX-PRECO-LOCAL < WS-PRECO-ESCOLHIDO)
                        MOVE 'S' TO WS-ALT-GANHOU
                    END-IF
                ELSE
                    IF WS-PFX-PRECO-LOCAL < WS-PRECO-ESCOLHIDO OR
                       (WS-PFX-PRECO-LOCAL EQUAL WS-PRECO-ESCOLHIDO
                        AND PFX-PRAZO < WS-PRAZO-ESCOLHIDO)
                        MOVE 'S' TO WS-ALT-GANHOU
                    END-IF
                END-IF
                IF WS-ALT-GANHOU EQUAL 'S'
                    MOVE PFX-COD-FORNECEDOR TO WS-FORN-ESCOLHIDO
                    MOVE WS-PFX-PRECO-LOCAL TO WS-PRECO-ESCOLHIDO
                    MOVE PFX-PRAZO TO WS-PRAZO-ESCOLHIDO
                    MOVE WS-PFX-MOEDA TO WS-MOEDA-ESCOLHIDA
                    MOVE PFX-PRECO TO WS-PRECO-MOEDA-ESCOL
                END-IF
            END-IF.

      ****** TAXA DE HOJE DA MOEDA, SEM RELER A MESMA MOEDA *************
       1170-TAXA-DO-DIA.
            IF WS-PFX-MOEDA NOT EQUAL WS-CAMBIO-MOEDA
                MOVE WS-PFX-MOEDA TO WS-CAMBIO-MOEDA
                MOVE WS-DATA-HOJE TO WS-CAMBIO-DATA
                PERFORM 9930-OBTER-TAXA-CAMBIO
            END-IF.

      ****** QUANTIDADE PELA DEMANDA: MEDIA DIARIA X DIAS A COBRIR ******
       1200-CALCULAR-QTD-PEDIR.
            INITIALIZE WS-CONSUMO-JANELA
                WS-MEDIA-DIA * WS-DIAS-COBRIR
            IF WS-QTD-ESTOQUE-PEDIR EQUAL ZERO
                COMPUTE WS-QTD-ESTOQUE-PEDIR =
                    WS-MINIMO-EFETIVO * 2 -
                    WS-ESTOQUE-PRODUTO
                IF WS-QTD-ESTOQUE-PEDIR EQUAL ZERO
                    MOVE 1 TO WS-QTD-ESTOQUE-PEDIR
            MOVE WS-MEDIA-DIA TO ORD-MEDIA-DIA
            MOVE WS-DIAS-COBRIR TO ORD-DIAS-COBRIR.

      ****** CONTRATO VIGENTE DO FORNECEDOR ESCOLHIDO OU DO PRINCIPAL ***
       1250-VERIFICAR-CONTRATO.
            MOVE 'N' TO ORD-CONTRATO
            MOVE ZEROS TO ORD-PRECO-CONTRATO
            IF WS-CTR-DISPONIVEL EQUAL 'S'
                MOVE ORD-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
                PERFORM 1260-AVALIAR-CONTRATO
                IF ORD-CONTRATO EQUAL 'N' AND WS-TROCADO EQUAL 'S'
                    MOVE WS-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
                    PERFORM 1260-AVALIAR-CONTRATO
                    IF ORD-CONTRATO EQUAL 'S'
                        MOVE WS-COD-FORNECEDOR TO ORD-COD-FORNECEDOR
                        MOVE 'N' TO ORD-TROCADO
                        MOVE WS-PRECO-PRINCIPAL TO
                            ORD-PRECO-ESCOLHIDO
                        MOVE WS-PRAZO-PRINCIPAL TO
                            ORD-PRAZO-ESCOLHIDO
                        MOVE WS-PRAZO-PRINCIPAL TO
                            WS-PRAZO-FORNECEDOR
                        MOVE WS-MOEDA-PRINCIPAL TO ORD-MOEDA
                        MOVE WS-PRECO-MOEDA-PRINC TO ORD-PRECO-MOEDA
                        SUBTRACT 1 FROM WS-TROCAS
                    END-IF
                END-IF
            END-IF.

      ****** CONTRATO VIGENTE, DENTRO DA JANELA E COM SALDO *************
       1260-AVALIAR-CONTRATO.
            MOVE WS-COD-PRODUTO TO CTR-COD-PRODUTO
            READ CONTRATOS-FORNECEDOR RECORD
                KEY IS CTR-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CTR-VIGENTE AND
                       CTR-DATA-INICIO NOT GREATER THAN
                       WS-DATA-HOJE AND
                       CTR-DATA-FIM NOT LESS THAN WS-DATA-HOJE AND
                       CTR-QTD-LIBERADA < CTR-QTD-CONTRATADA
                        MOVE 'S' TO ORD-CONTRATO
                        MOVE CTR-PRECO TO ORD-PRECO-CONTRATO
                    END-IF
            END-READ.

      ****** LINHA CABE NO ORCAMENTO DA CATEGORIA NO MES? ***************
       1300-VERIFICAR-ORCAMENTO.
            MOVE 'N' TO WS-RETER-LINHA
            MOVE WS-CATEGORIA-PRODUTO TO ORD-CATEGORIA
            MOVE WS-CATEGORIA-PRODUTO TO WS-ORC-CATEGORIA
            MOVE WS-DATA-HOJE (1:6) TO WS-ORC-MES
            PERFORM 1310-VALOR-LOCAL-LINHA
            PERFORM 9880-CONSULTAR-ORCAMENTO
            PERFORM 1320-CONFERIR-APROVACAO
            IF WS-ORC-ORCADO > ZERO AND
               WS-ORC-USADO + ORD-VALOR-LOCAL > WS-ORC-ORCADO
                IF WS-LINHA-APROVADA EQUAL 'S'
                    ADD 1 TO WS-APROVADAS-ORC
                    DISPLAY 'PRODUTO ' WS-COD-PRODUTO ' ACIMA DO '
                        'ORCAMENTO DE ' WS-ORC-CATEGORIA
                        ', EMITIDO POR APROVACAO DE ' AGO-APROVADOR
                ELSE
                    MOVE 'S' TO WS-RETER-LINHA
                END-IF
            END-IF
            IF WS-RETER-LINHA EQUAL 'S'
                PERFORM 1330-RETER-LINHA
            ELSE
                MOVE ORD-VALOR-LOCAL TO WS-ORC-DIFERENCA
                PERFORM 9881-AJUSTAR-COMPROMETIDO
                IF WS-AGO-EXISTE EQUAL 'S'
                    DELETE AGUARDA-ORCAMENTO RECORD
                    END-DELETE
                END-IF
            END-IF.

      ****** VALOR DA LINHA EM MOEDA LOCAL PELA TAXA DO DIA *************
       1310-VALOR-LOCAL-LINHA.
            IF ORD-CONTRATO EQUAL 'S'
                MOVE ORD-PRECO-CONTRATO TO WS-PRECO-LINHA
            ELSE
                MOVE ORD-PRECO-MOEDA TO WS-PRECO-LINHA
            END-IF
            MOVE 1 TO ORD-TAXA
            IF ORD-MOEDA NOT EQUAL SPACES AND
               ORD-MOEDA NOT EQUAL WS-MOEDA-LOCAL
                MOVE ORD-MOEDA TO WS-PFX-MOEDA
                PERFORM 1170-TAXA-DO-DIA
                IF WS-CAMBIO-ACHADA EQUAL 'S'
                    MOVE WS-CAMBIO-TAXA TO ORD-TAXA
                END-IF
            END-IF
            COMPUTE ORD-VALOR-LOCAL ROUNDED =
                ORD-QTD-PEDIR * WS-PRECO-LINHA * ORD-TAXA.

      ****** PRODUTO JA RETIDO? APROVADO PELO SUPERVISOR? ***************
       1320-CONFERIR-APROVACAO.
            MOVE 'N' TO WS-AGO-EXISTE
            MOVE 'N' TO WS-LINHA-APROVADA
            IF WS-AGO-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO AGO-COD-PRODUTO
                READ AGUARDA-ORCAMENTO RECORD
                    KEY IS AGO-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-AGO-EXISTE
                        IF AGO-APROVADA
                            MOVE 'S' TO WS-LINHA-APROVADA
                        END-IF
                END-READ
            END-IF.

      ****** LINHA FICA AGUARDANDO APROVACAO DE ORCAMENTO ***************
       1330-RETER-LINHA.
            ADD 1 TO WS-RETIDAS
            IF ORD-TROCADO EQUAL 'S'
                SUBTRACT 1 FROM WS-TROCAS
            END-IF
            DISPLAY 'PRODUTO ' WS-COD-PRODUTO ' RETIDO: ESTOURARIA O '
                'ORCAMENTO DE ' WS-ORC-CATEGORIA ' EM ' WS-ORC-MES
            IF WS-AGO-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO AGO-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO AGO-NOME-PRODUTO
                MOVE WS-ORC-CATEGORIA TO AGO-CATEGORIA
                MOVE WS-ORC-MES TO AGO-MES
                MOVE WS-DATA-HOJE TO AGO-DATA
                MOVE ORD-COD-FORNECEDOR TO AGO-COD-FORNECEDOR
                MOVE ORD-QTD-PEDIR TO AGO-QTD-PEDIR
                MOVE ORD-UNIDADE TO AGO-UNIDADE
                MOVE ORD-MOEDA TO AGO-MOEDA
                MOVE WS-PRECO-LINHA TO AGO-PRECO-MOEDA
                MOVE ORD-VALOR-LOCAL TO AGO-VALOR-LOCAL
                MOVE WS-ORC-ORCADO TO AGO-ORCADO
                MOVE WS-ORC-USADO TO AGO-USADO
                SET AGO-RETIDA TO TRUE
                MOVE SPACES TO AGO-APROVADOR
                MOVE ZEROS TO AGO-DATA-APROVACAO
                IF WS-AGO-EXISTE EQUAL 'S'
                    REWRITE REG-AGUARDA
                    END-REWRITE
                ELSE
                    WRITE REG-AGUARDA
                    END-WRITE
                END-IF
            END-IF
            MOVE WS-COD-PRODUTO TO WS-CHAVE-ORC-PROD
            MOVE WS-ORC-MES TO WS-CHAVE-ORC-MES
            MOVE 'AVISO' TO WS-ALR-SEVERIDADE
            MOVE 'LINHA RETIDA AGUARDANDO APROVACAO DE ORCAMENTO'
                TO WS-ALR-MENSAGEM
            MOVE 'GERA-PEDIDOS' TO WS-ALR-PROGRAMA
            MOVE WS-CHAVE-ORCAMENTO TO WS-ALR-CHAVE
            PERFORM 9870-GRAVAR-ALERTA.

      ****** VERIFICA SE O PRODUTO JA ESTA EM PEDIDO ABERTO/PARCIAL *****
       1100-VERIFICAR-PEDIDO-ABERTO.
            MOVE 'N' TO WS-JA-PEDIDO
                   MOVE 1 TO WS-EOF
                   IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                       WRITE REG-EMITIDO FROM WS-LINHA-SEPARADOR
                       MOVE REG-EMITIDO TO WS-SPL-LINHA
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-IF
                   IF WS-PEL-ABERTO EQUAL 'S'
                       PERFORM 2190-FECHAR-ELETRONICO
                   END-IF
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S' OR
                      ORD-COD-FORNECEDOR NOT EQUAL WS-FORNECEDOR-ATUAL
                       IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                           WRITE REG-EMITIDO FROM WS-LINHA-SEPARADOR
                           MOVE REG-EMITIDO TO WS-SPL-LINHA
                           PERFORM 9812-IMPRIMIR-LINHA
                       END-IF
                       IF WS-PEL-ABERTO EQUAL 'S'
                           PERFORM 2190-FECHAR-ELETRONICO
                       END-IF
                       MOVE ORD-COD-FORNECEDOR TO WS-FORNECEDOR-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
            MOVE WS-NUMERO-PEDIDO TO EMI-NUMERO-PEDIDO
            MOVE WS-DATA-HOJE TO EMI-DATA-PEDIDO
            WRITE REG-EMITIDO FROM WS-LINHA-SEPARADOR
            MOVE REG-EMITIDO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-EMITIDO FROM WS-LINHA-PEDIDO
            MOVE REG-EMITIDO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FORNECEDOR-ATUAL TO EMI-COD-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO EMI-NOME-FORNECEDOR
            MOVE SPACES TO EMI-CONTATO
                END-READ
            END-IF
            WRITE REG-EMITIDO FROM WS-LINHA-FORNECEDOR
            MOVE REG-EMITIDO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-EMITIDO FROM WS-LINHA-CONTATO
            MOVE REG-EMITIDO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 2150-ABRIR-ELETRONICO.

      ****** ARQUIVO ELETRONICO DO PEDIDO, COM HEADER *******************
       2150-ABRIR-ELETRONICO.
            MOVE SPACES TO WS-PEL-PATH
            STRING 'C:\ARQUIVOS\pedido-eletronico-' DELIMITED BY SIZE
                WS-FORNECEDOR-ATUAL DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-NUMERO-PEDIDO DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-PEL-PATH
            END-STRING
            INITIALIZE WS-PEL-LINHAS
            INITIALIZE WS-PEL-HASH
            OPEN OUTPUT PEDIDO-ELETRONICO
            IF WS-FS-PEL NOT EQUAL ZEROS
                DISPLAY 'ERRO AO CRIAR O PEDIDO ELETRONICO '
                    WS-NUMERO-PEDIDO ', FILE STATUS ' WS-FS-PEL
            ELSE
                MOVE 'S' TO WS-PEL-ABERTO
                MOVE SPACES TO REG-PEDIDO-ELETRONICO
                MOVE 'HDR' TO CTL-TIPO
                MOVE WS-DATA-HOJE TO CTL-DATA
                MOVE 'PEDIDO-COMPRA' TO CTL-ORIGEM
                WRITE REG-CONTROLE-ENTRADA
            END-IF.

      ****** TRAILER DE CONTROLE E REGISTRO DA TRANSMISSAO **************
       2190-FECHAR-ELETRONICO.
            MOVE SPACES TO REG-PEDIDO-ELETRONICO
            MOVE 'TRL' TO CTL-TIPO
            MOVE WS-PEL-LINHAS TO CTL-REG-CONTADOS
            MOVE WS-PEL-HASH TO CTL-HASH-QTD
            WRITE REG-CONTROLE-ENTRADA
            CLOSE PEDIDO-ELETRONICO
            MOVE 'N' TO WS-PEL-ABERTO
            ADD 1 TO WS-ARQUIVOS-PEL
            ACCEPT TRX-DATA FROM DATE YYYYMMDD
            ACCEPT TRX-HORA FROM TIME
            MOVE WS-NUMERO-PEDIDO TO TRX-NUMERO-PEDIDO
            MOVE WS-FORNECEDOR-ATUAL TO TRX-COD-FORNECEDOR
            MOVE WS-PEL-LINHAS TO TRX-LINHAS
            MOVE WS-PEL-HASH TO TRX-HASH-QTD
            MOVE WS-PEL-PATH TO TRX-ARQUIVO
            WRITE REG-TRANSMISSAO.

      ****** GRAVA A LINHA DO PEDIDO E O ITEM NO DOCUMENTO **************
       2200-GRAVAR-ITEM.
            IF ORD-CONTRATO EQUAL 'S'
                PERFORM 2250-LIBERAR-CONTRATO
            END-IF
            MOVE WS-NUMERO-PEDIDO TO PED-NUMERO
            MOVE ORD-COD-PRODUTO TO PED-COD-PRODUTO
            MOVE ORD-COD-FORNECEDOR TO PED-COD-FORNECEDOR
            MOVE WS-DATA-HOJE TO PED-DATA-PEDIDO
            SET PED-ABERTO TO TRUE
            MOVE ZEROS TO PED-DATA-RECEBIDO
            IF ORD-CONTRATO EQUAL 'S'
                MOVE ORD-PRECO-CONTRATO TO PED-PRECO-ACORDADO
                SET PED-LIBERACAO-CONTRATO TO TRUE
            ELSE
                MOVE ORD-PRECO-MOEDA TO PED-PRECO-ACORDADO
                MOVE 'N' TO PED-LIBERACAO
            END-IF
            MOVE ORD-MOEDA TO PED-MOEDA
            MOVE ZEROS TO PED-TAXA-RECEBIMENTO
            WRITE REG-PEDIDO-COMPRA
               INVALID KEY
                   REWRITE REG-PEDIDO-COMPRA
            END-WRITE
            PERFORM 2230-REGISTRAR-COMPROMISSO
            ADD 1 TO WS-CONTADOR
            MOVE ORD-COD-PRODUTO TO EMI-COD-PRODUTO
            MOVE ORD-NOME-PRODUTO TO EMI-NOME-PRODUTO
            MOVE ORD-ESTOQUE-PRODUTO TO EMI-ESTOQUE
            MOVE ORD-QTD-PEDIR TO EMI-QTD-PEDIR
            MOVE ORD-UNIDADE TO EMI-UNIDADE
            MOVE ORD-MOEDA TO EMI-MOEDA
            WRITE REG-EMITIDO FROM WS-LINHA-ITEM
            MOVE REG-EMITIDO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            IF ORD-TROCADO EQUAL 'S'
                MOVE ORD-FORN-PRINCIPAL TO EMI-FORN-PRETERIDO
                MOVE ORD-MOTIVO TO EMI-MOTIVO
                MOVE ORD-PRAZO-PRINCIPAL TO EMI-PRAZO-PRINCIPAL
                MOVE ORD-PRAZO-ESCOLHIDO TO EMI-PRAZO-ESCOLHIDO
                WRITE REG-EMITIDO FROM WS-LINHA-TROCA
                MOVE REG-EMITIDO TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            MOVE WS-JANELA-DIAS TO EMI-JANELA-DIAS
            MOVE ORD-CONSUMO-JANELA TO EMI-CONSUMO
            MOVE ORD-MEDIA-DIA TO EMI-MEDIA-DIA
            MOVE ORD-DIAS-COBRIR TO EMI-DIAS-COBRIR
            WRITE REG-EMITIDO FROM WS-LINHA-CALCULO
            MOVE REG-EMITIDO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            IF ORD-CONTRATO EQUAL 'S'
                MOVE ORD-PRECO-CONTRATO TO EMI-PRECO-CONTRATO
                MOVE WS-SALDO-CONTRATO TO EMI-SALDO-CONTRATO
                WRITE REG-EMITIDO FROM WS-LINHA-LIBERACAO
                MOVE REG-EMITIDO TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF
            IF WS-PEL-ABERTO EQUAL 'S'
                PERFORM 2280-GRAVAR-ITEM-ELETRONICO
            END-IF.

      ****** COMPROMISSO DA LINHA PELO PRECO QUE SAIU NO PEDIDO *********
       2230-REGISTRAR-COMPROMISSO.
            MOVE ORD-CATEGORIA TO WS-ORC-CATEGORIA
            MOVE WS-DATA-HOJE (1:6) TO WS-ORC-MES
            MOVE ORD-TAXA TO WS-ORC-TAXA
            COMPUTE WS-ORC-VALOR ROUNDED =
                PED-QTD-PEDIDA * PED-PRECO-ACORDADO * ORD-TAXA
            COMPUTE WS-ORC-DIFERENCA =
                WS-ORC-VALOR - ORD-VALOR-LOCAL
            PERFORM 9881-AJUSTAR-COMPROMETIDO
            PERFORM 9883-REGISTRAR-COMPROMISSO.

      ****** ABATE A LINHA DO SALDO CONTRATADO **************************
       2250-LIBERAR-CONTRATO.
            MOVE ORD-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
            MOVE ORD-COD-PRODUTO TO CTR-COD-PRODUTO
            MOVE ORD-COD-FORNECEDOR TO WS-CHAVE-CTR-FORN
            MOVE ORD-COD-PRODUTO TO WS-CHAVE-CTR-PROD
            READ CONTRATOS-FORNECEDOR RECORD
                KEY IS CTR-CHAVE
                INVALID KEY
                    MOVE 'N' TO ORD-CONTRATO
                NOT INVALID KEY
                    MOVE ZEROS TO WS-SALDO-CONTRATO
                    IF CTR-QTD-LIBERADA < CTR-QTD-CONTRATADA
                        SUBTRACT CTR-QTD-LIBERADA FROM
                            CTR-QTD-CONTRATADA
                            GIVING WS-SALDO-CONTRATO
                    END-IF
                    IF ORD-QTD-PEDIR > WS-SALDO-CONTRATO
                        MOVE 'N' TO ORD-CONTRATO
                        ADD 1 TO WS-FORA-CONTRATO
                        DISPLAY 'CONTRATO ' CTR-COD-FORNECEDOR '/'
                            CTR-COD-PRODUTO ' SEM SALDO PARA A LINHA '
                            '(SALDO ' WS-SALDO-CONTRATO '), PEDIDA '
                            'FORA DO CONTRATO'
                        MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                        MOVE 'SALDO DO CONTRATO NAO COBRE A LINHA'
                            TO WS-ALR-MENSAGEM
                        PERFORM 2270-ALERTAR-CONTRATO
                    ELSE
                        ADD ORD-QTD-PEDIR TO CTR-QTD-LIBERADA
                        SUBTRACT ORD-QTD-PEDIR FROM WS-SALDO-CONTRATO
                        REWRITE REG-CONTRATO
                        END-REWRITE
                        IF WS-FS-CTR EQUAL ZEROS
                            ADD 1 TO WS-LIBERACOES
                            PERFORM 2260-AVISAR-CONTRATO
                        ELSE
                            MOVE 'N' TO ORD-CONTRATO
                            DISPLAY 'ERRO AO ABATER O CONTRATO '
                                CTR-COD-FORNECEDOR '/'
                                CTR-COD-PRODUTO ', FILE STATUS '
                                WS-FS-CTR
                        END-IF
                    END-IF
            END-READ.

      ****** CONTRATO PERTO DO TETO OU DO VENCIMENTO ********************
       2260-AVISAR-CONTRATO.
            COMPUTE WS-PCT-LIBERADO =
                CTR-QTD-LIBERADA * 100 / CTR-QTD-CONTRATADA
            IF WS-PCT-LIBERADO NOT LESS THAN WS-AVISO-PCT
                DISPLAY 'CONTRATO ' CTR-COD-FORNECEDOR '/'
                    CTR-COD-PRODUTO ' COM ' WS-PCT-LIBERADO
                    '% LIBERADO, SALDO ' WS-SALDO-CONTRATO
                MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                MOVE 'CONTRATO PERTO DO TETO, RENEGOCIAR'
                    TO WS-ALR-MENSAGEM
                PERFORM 2270-ALERTAR-CONTRATO
            END-IF
            COMPUTE WS-FIM-INTEIRO =
                FUNCTION INTEGER-OF-DATE(CTR-DATA-FIM)
            COMPUTE WS-DIAS-VENCER =
                WS-FIM-INTEIRO - WS-HOJE-INTEIRO
            IF WS-DIAS-VENCER NOT GREATER THAN WS-AVISO-DIAS
                DISPLAY 'CONTRATO ' CTR-COD-FORNECEDOR '/'
                    CTR-COD-PRODUTO ' VENCE EM ' CTR-DATA-FIM
                MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                MOVE 'CONTRATO PERTO DO VENCIMENTO, RENEGOCIAR'
                    TO WS-ALR-MENSAGEM
                PERFORM 2270-ALERTAR-CONTRATO
            END-IF.

      ****** ALERTA PADRONIZADO COM A CHAVE DO CONTRATO *****************
       2270-ALERTAR-CONTRATO.
            MOVE 'GERA-PEDIDOS' TO WS-ALR-PROGRAMA
            MOVE WS-CHAVE-CONTRATO TO WS-ALR-CHAVE
            PERFORM 9870-GRAVAR-ALERTA.

      ****** ITEM DO PEDIDO NO LAYOUT FIXO DO ARQUIVO ELETRONICO ********
       2280-GRAVAR-ITEM-ELETRONICO.
            MOVE SPACES TO REG-PEDIDO-ELETRONICO
            MOVE 'DET' TO PEL-TIPO
            MOVE PED-NUMERO TO PEL-NUMERO-PEDIDO
            MOVE PED-COD-FORNECEDOR TO PEL-COD-FORNECEDOR
            MOVE ORD-CODIGO-BARRAS TO PEL-CODIGO-BARRAS
            MOVE PED-COD-PRODUTO TO PEL-COD-PRODUTO
            MOVE PED-QTD-PEDIDA TO PEL-QUANTIDADE
            MOVE ORD-UNIDADE TO PEL-UNIDADE
            MOVE PED-PRECO-ACORDADO TO PEL-PRECO
            MOVE PED-MOEDA TO PEL-MOEDA
            COMPUTE PEL-DATA-ENTREGA =
                FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEIRO +
                ORD-PRAZO-ESCOLHIDO)
            WRITE REG-PEDIDO-ELETRONICO
            ADD 1 TO WS-PEL-LINHAS
            ADD PED-QTD-PEDIDA TO WS-PEL-HASH.

           COPY SEQNXT.

           COPY RUNGRV.

           COPY ALRGRV.

           COPY CAMTAX.

           COPY ORCCMP.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM GERA-PEDIDOS.
