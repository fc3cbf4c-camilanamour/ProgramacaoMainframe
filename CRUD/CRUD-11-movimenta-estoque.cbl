      *               unidade em SERIES-PRODUTO e a saida marca a
      *               unidade escolhida como SAIU com o destino, para
      *               a auditoria saber qual furadeira foi para onde
      * 15 OUT 2026 - saida de produto com estoque consignado agora
      *               grava o consumo da parte do fornecedor em
      *               MOVIMENTO-CONSIGNADO (o estoque proprio sai
      *               primeiro) e baixa o saldo de CONSIGNACAO, para
      *               o acerto periodico cobrar o que foi usado; o bip
      *               mostra quanto do saldo e consignado
      * 15 OUT 2026 - ferramenta com numero de serie agora pode sair
      *               como (L) EMPRESTIMO para um destino e uma pessoa,
      *               com devolucao prevista, e voltar pela (V)OLTA DE
      *               EMPRESTIMO: nao grava movimento nem baixa o
      *               saldo, so a situacao da serie e EMPRESTIMOS; a
      *               saida e o emprestimo nao contam as unidades
      *               emprestadas como disponiveis
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - novo modo (O)NDA: a estacao confirma a onda
      *               montada por GERA-ONDA-SEPARACAO produto a produto,
      *               informando o total separado, que e repartido pelas
      *               requisicoes da onda da mais antiga para a mais
      *               nova com uma saida por requisicao; separacao curta
      *               fecha a requisicao EM BACKORDER com a falta
      *               gravada em BACKORDERS, e produto pulado ou
      *               bloqueado devolve as requisicoes a fila; o modo de
      *               separacao avulsa ignora requisicao que ja esta em
      *               onda
      * 15 OUT 2026 - saida avulsa, separacao de requisicao e onda agora
      *               conferem a cota mensal de consumo do destino
      *               (COTAS-CONSUMO); acima da cota a saida e recusada
      *               e a requisicao fica na fila, salvo liberacao de
      *               supervisor registrada em EXCESSOS-COTA
      * 15 OUT 2026 - saida sem saldo agora oferece os substitutos
      *               aprovados de SUBSTITUTOS com saldo livre, na
      *               quantidade convertida pelo fator, antes de gravar
      *               o backorder; o substituto escolhido sai pelas
      *               mesmas regras da estacao e, se nao sair, o
      *               backorder fica no produto pedido
      * 15 OUT 2026 - saida de produto cadastrado em PERIGOSOS (bipada,
      *               por requisicao ou na onda) agora mostra a classe,
      *               o numero ONU e o aviso de manuseio e exige o nome
      *               de quem recebe, gravado em PRODUTOS-LOG
      *               (SAIDA-PERI); sem o nome a saida e cancelada
      * 15 OUT 2026 - serie no laboratorio ou com calibracao vencida nao
      *               sai nem e emprestada
      * 15 OUT 2026 - novo modo (M)ATERIAL DE ORDEM DE SERVICO: a
      *               estacao separa as linhas abertas da ordem
      *               carregada por CARGA-ORDENS-SERVICO com as regras
      *               da saida, consumindo a reserva da propria linha em
      *               RESERVAS e acumulando o entregue em MATERIAIS-OS;
      *               toda saida gravada leva o numero da ordem em
      *               MOV-ORDEM-SERVICO (zero fora desse modo)
      * 15 OUT 2026 - backorder agora grava a falta original, o destino
      *               e a requisicao (o da saida avulsa pede o destino
      *               do solicitante), para o relatorio de nivel de
      *               servico
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), para a prova de evolucao
      *               do valor do estoque
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-11-movimenta-estoque.
           COPY REQSEL.
           COPY MLTSEL.
           COPY SERSEL.
           COPY EMPSEL.
           COPY USUSEL.
           COPY ESTSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.
           COPY CSGSEL.
           COPY MCSSEL.
           COPY COTSEL.
           COPY XCTSEL.
           COPY SUBSEL.
           COPY PGOSEL.
           COPY CLBSEL.
           COPY RSVSEL.
           COPY OSMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY REQFD.
           COPY MLTFD.
           COPY SERFD.
           COPY EMPFD.
           COPY USUFD.
           COPY ESTFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.
           COPY CSGFD.
           COPY MCSFD.
           COPY COTFD.
           COPY XCTFD.
           COPY SUBFD.
           COPY PGOFD.
           COPY CLBFD.
           COPY RSVFD.
           COPY OSMFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-EOF-REQ           PIC 99.
       77 WS-MODO-ESTACAO      PIC X VALUE SPACE.
       77 WS-REQ-ATUAL         PIC 9(09) VALUE ZERO.
       77 WS-OS-ATUAL          PIC 9(09) VALUE ZERO.
       77 WS-OS-INFORMADA      PIC 9(09).
       77 WS-FS-OSM            PIC 99.
       77 WS-EOF-OSM           PIC 99.
       77 WS-FS-RSV            PIC 99.
       77 WS-RSV-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-QTD-PENDENTE-OS   PIC 9(09).
       77 WS-QTD-RESERVA-OS    PIC 9(09).
       77 WS-OS-SEPARADAS      PIC 9(05).
       77 WS-QTD-PENDENTE-REQ  PIC 9(09).
       77 WS-REQ-SEPARADAS     PIC 9(05).
       77 WS-QTD-FALTA         PIC 9(09).
       77 WS-SOLIC-BACKORDER   PIC X(20).
       77 WS-DESTINO-BACKORDER PIC X(06).
       77 WS-ONDA              PIC 9(09).
       77 WS-ONDA-PRODUTO      PIC 9(06).
       77 WS-ONDA-PROXIMO      PIC 9(06).
       77 WS-ONDA-ACHOU        PIC X VALUE 'N'.
       77 WS-QTD-ONDA          PIC 9(09).
       77 WS-QTD-SEPARADA      PIC 9(09).
       77 WS-QTD-SOBRA-ONDA    PIC 9(09).
       77 WS-QTD-DISPONIVEL    PIC 9(09).
       77 WS-ONDA-DECISAO      PIC X VALUE SPACE.
       77 WS-ONDA-BACKORDERS   PIC 9(05).
       77 WS-ONDA-DEVOLVIDAS   PIC 9(05).
       77 WS-FS-SUB            PIC 99.
       77 WS-SUB-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF-SUB           PIC 99.
       77 WS-SUB-ATIVA         PIC X VALUE 'N'.
       77 WS-SUB-ESCOLHIDO     PIC 9(06) VALUE ZERO.
       77 WS-SUB-OFERTAS       PIC 9(03).
       77 WS-SUB-QTD           PIC 9(09).
       77 WS-SUB-LIVRE         PIC 9(09).
       77 WS-SUB-ORIGEM        PIC 9(06).
       77 WS-SUB-QTD-ORIGEM    PIC 9(09).
       77 WS-SUB-PRODUTO-SALVO PIC X(400).
       77 WS-FS-PGO            PIC 99.
       77 WS-PGO-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-PGO-RECEBEDOR     PIC X(20) VALUE SPACES.
       77 WS-FS-CLB            PIC 99.
       77 WS-CLB-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-CLB-VENCIDA       PIC X VALUE 'N'.
       77 WS-QTD-CALIBRACAO    PIC 9(09).
       77 WS-QTD-SO-EMPRESTADA PIC 9(09).
       77 WS-DESTINO           PIC X(06) VALUE SPACES.
       77 WS-DESTINO-OK        PIC X VALUE SPACE.
       77 WS-EOF-LOT           PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-SERIE-INFORMADA   PIC X(20).
       77 WS-IND-SERIE         PIC 9(09).
       77 WS-FS-EMP            PIC 99.
       77 WS-EOF-SER           PIC 99.
       77 WS-QTD-EMPRESTADA    PIC 9(09).
       77 WS-RESPONSAVEL       PIC X(20).
       77 WS-DATA-PREVISTA     PIC 9(08).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-EMP-ACHADO        PIC X VALUE 'N'.
       77 WS-ENTRADA           PIC X(13) VALUE SPACES.
       77 WS-ENTRADA-LEN       PIC 9(02) VALUE ZERO.
       77 WS-ACHOU             PIC X VALUE 'N'.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.

       01 WS-SOLIC-ONDA.
           03 FILLER               PIC X(04) VALUE 'REQ '.
           03 SOL-REQUISICAO       PIC 9(09).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 SOL-DESTINO          PIC X(06).

           COPY PRODWS.
           COPY FSTWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY ESTWS.
           COPY CSGWS.
           COPY COTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                CLOSE SERIES-PRODUTO
                OPEN I-O SERIES-PRODUTO
            END-IF
            OPEN I-O EMPRESTIMOS
            IF WS-FS-EMP EQUAL 35
                OPEN OUTPUT EMPRESTIMOS
                CLOSE EMPRESTIMOS
                OPEN I-O EMPRESTIMOS
            END-IF
            OPEN INPUT SUBSTITUTOS
            IF WS-FS-SUB EQUAL ZEROS
                MOVE 'S' TO WS-SUB-DISPONIVEL
            END-IF
            OPEN INPUT PERIGOSOS
            IF WS-FS-PGO EQUAL ZEROS
                MOVE 'S' TO WS-PGO-DISPONIVEL
            END-IF
            OPEN INPUT CALIBRACOES
            IF WS-FS-CLB EQUAL ZEROS
                MOVE 'S' TO WS-CLB-DISPONIVEL
            END-IF
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
                MOVE WS-FS TO WS-FS-CODIGO
                    WS-FS-MENSAGEM
            ELSE
                INITIALIZE WS-CONTADOR
                DISPLAY '(B)IPAR AVULSO, SEPARAR (R)EQUISICOES, '
                    'CONFIRMAR (O)NDA DE SEPARACAO OU SEPARAR '
                    '(M)ATERIAL DE ORDEM DE SERVICO?'
                ACCEPT WS-MODO-ESTACAO
                IF WS-MODO-ESTACAO EQUAL 'R'
                    PERFORM 5000-SEPARAR-REQUISICOES
                ELSE
                IF WS-MODO-ESTACAO EQUAL 'O'
                    PERFORM 6000-CONFIRMAR-ONDA
                ELSE
                IF WS-MODO-ESTACAO EQUAL 'M'
                    PERFORM 7000-SEPARAR-ORDEM-SERVICO
                ELSE
                    MOVE 'X' TO WS-ENTRADA
                    PERFORM UNTIL WS-ENTRADA EQUAL SPACES
                           PERFORM 1000-LOCALIZAR-PRODUTO
                           IF WS-ACHOU EQUAL 'S'
                               PERFORM 2000-MOVIMENTAR
                               IF WS-SUB-ESCOLHIDO NOT EQUAL ZEROS
                                   PERFORM 2900-SAIR-PELO-SUBSTITUTO
                               END-IF
                           END-IF
                       END-IF
                    END-PERFORM
                END-IF
                END-IF
                END-IF
                DISPLAY ' '
                DISPLAY 'MOVIMENTOS GRAVADOS NA SESSAO: ' WS-CONTADOR
            END-IF
            CLOSE DESTINOS
            CLOSE BACKORDERS
            CLOSE SERIES-PRODUTO
            CLOSE EMPRESTIMOS
            IF WS-SUB-DISPONIVEL EQUAL 'S'
                CLOSE SUBSTITUTOS
            END-IF
            IF WS-PGO-DISPONIVEL EQUAL 'S'
                CLOSE PERIGOSOS
            END-IF
            IF WS-CLB-DISPONIVEL EQUAL 'S'
                CLOSE CALIBRACOES
            END-IF
            CLOSE PRODUTOS.
            STOP RUN.

                    END-IF
                    DISPLAY 'ESTOQUE ATUAL: ' WS-ESTOQUE-PRODUTO
                        '  RESERVADO: ' WS-ESTOQUE-RESERVADO
                    MOVE WS-COD-PRODUTO TO WS-CSG-PRODUTO
                    MOVE WS-ESTOQUE-PRODUTO TO WS-CSG-ESTOQUE
                    PERFORM 9890-CONSULTAR-CONSIGNACAO
                    IF WS-CSG-CONSIGNADO > ZERO
                        DISPLAY 'DO SALDO, CONSIGNADO DO FORNECEDOR '
                            WS-CSG-FORNECEDOR ': ' WS-CSG-CONSIGNADO
                    END-IF
                    PERFORM 3950-CONTAR-EMPRESTADOS
                    IF WS-QTD-EMPRESTADA > WS-QTD-CALIBRACAO
                        COMPUTE WS-QTD-SO-EMPRESTADA =
                            WS-QTD-EMPRESTADA - WS-QTD-CALIBRACAO
                        DISPLAY 'DO SALDO, EMPRESTADAS FORA DA '
                            'PRATELEIRA: ' WS-QTD-SO-EMPRESTADA
                    END-IF
                    IF WS-QTD-CALIBRACAO > ZERO
                        DISPLAY 'DO SALDO, NA CALIBRACAO OU COM '
                            'CALIBRACAO VENCIDA: ' WS-QTD-CALIBRACAO
                    END-IF
                END-IF
            END-IF.

      ****** APLICA O MOVIMENTO COM AS REGRAS DE ALTERAR ****************
       2000-MOVIMENTAR.
            MOVE ZEROS TO WS-REQ-ATUAL
            MOVE ZEROS TO WS-SUB-ESCOLHIDO
            IF WS-SUB-ATIVA EQUAL 'S'
                DISPLAY 'SAIDA PELO SUBSTITUTO, QUANTIDADE '
                    'EQUIVALENTE: ' WS-SUB-QTD
                MOVE 'S' TO WS-MOVIMENTO
            ELSE
                DISPLAY '(E)NTRADA, (S)AIDA, (L) EMPRESTIMO OU '
                    '(V)OLTA DE EMPRESTIMO?'
                ACCEPT WS-MOVIMENTO
            END-IF
            EVALUATE WS-MOVIMENTO
                WHEN 'E'
                    DISPLAY 'INFORME A QUANTIDADE DE ENTRADA:'
                        MOVE SPACE TO WS-MOVIMENTO
                    ELSE
                    PERFORM 2500-SUGERIR-LOTE-FEFO
                    IF WS-SUB-ATIVA EQUAL 'S'
                        MOVE WS-SUB-QTD TO WS-QTD-MOVIMENTO
                    ELSE
                        DISPLAY 'INFORME A QUANTIDADE DE SAIDA:'
                        ACCEPT WS-QTD-MOVIMENTO
                    END-IF
                    IF WS-QTD-MOVIMENTO > ESTOQUE-PRODUTO
                        DISPLAY 'SAIDA MAIOR QUE O ESTOQUE, '
                            'MOVIMENTO REJEITADO'
                        MOVE SPACE TO WS-MOVIMENTO
                        PERFORM 2850-OFERECER-SUBSTITUTOS
                    ELSE
                        SUBTRACT WS-QTD-MOVIMENTO FROM
                            ESTOQUE-PRODUTO GIVING
                            DISPLAY 'SAIDA DEIXARIA O ESTOQUE ABAIXO '
                                'DA RESERVA, MOVIMENTO REJEITADO'
                            MOVE SPACE TO WS-MOVIMENTO
                            PERFORM 2850-OFERECER-SUBSTITUTOS
                        ELSE
                          IF WS-ESTOQUE-PROJETADO < ESTOQUE-RESERVADO +
                             WS-QTD-EMPRESTADA
                            DISPLAY 'SAIDA INCLUIRIA UNIDADES '
                                'EMPRESTADAS OU SEM CALIBRACAO, '
                                'MOVIMENTO REJEITADO'
                            MOVE SPACE TO WS-MOVIMENTO
                          ELSE
                            MOVE WS-ESTOQUE-PROJETADO TO
                                ESTOQUE-PRODUTO
                            PERFORM 2700-OBTER-DESTINO
                            PERFORM 2750-CONFERIR-COTA-SAIDA
                            PERFORM 2780-CONFERIR-PERIGOSO
                            IF WS-MOVIMENTO EQUAL SPACE
                                ADD WS-QTD-MOVIMENTO TO
                                    ESTOQUE-PRODUTO
                            END-IF
                          END-IF
                        END-IF
                    END-IF
                    END-IF
                WHEN 'L'
                    PERFORM 4000-EMPRESTAR-FERRAMENTA
                    MOVE SPACE TO WS-MOVIMENTO
                WHEN 'V'
                    PERFORM 4200-RECEBER-EMPRESTIMO
                    MOVE SPACE TO WS-MOVIMENTO
                WHEN OTHER
                    DISPLAY 'MOVIMENTO INVALIDO'
                    MOVE SPACE TO WS-MOVIMENTO
                END-IF
                PERFORM 9100-GRAVAR-MOVIMENTO
                IF WS-MOVIMENTO EQUAL 'S'
                    PERFORM 3900-CONSUMO-CONSIGNADO
                    PERFORM 2600-BAIXAR-LOTES-FEFO
                END-IF
                IF SERIE-CONTROLADA
                MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
                IF WS-MOVIMENTO EQUAL 'S' AND
                   WS-PGO-RECEBEDOR NOT EQUAL SPACES
                    MOVE 'SAIDA-PERI' TO LOG-OPERACAO
                    MOVE SPACES TO LOG-NOME-ANTES
                    STRING 'DESTINO ' MOV-DESTINO
                        DELIMITED BY SIZE
                        INTO LOG-NOME-ANTES
                    END-STRING
                    MOVE MOV-NUMERO TO LOG-ESTOQUE-ANTES
                    MOVE WS-PGO-RECEBEDOR TO LOG-NOME-DEPOIS
                    MOVE WS-QTD-MOVIMENTO TO LOG-ESTOQUE-DEPOIS
                    PERFORM 9000-GRAVAR-LOG
                END-IF
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'ERRO: NAO FOI POSSIVEL GRAVAR O MOVIMENTO'
                MOVE 'CRUD-11-movimenta' TO WS-ERR-PROGRAMA
                MOVE 'MOVIMENTAR' TO WS-ERR-OPERACAO
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            END-IF
            MOVE SPACES TO WS-PGO-RECEBEDOR.

      ****** SAIDA QUE PASSOU DO ESTOQUE PROPRIO CONSOME CONSIGNADO *****
       3900-CONSUMO-CONSIGNADO.
            MOVE COD-PRODUTO TO WS-CSG-PRODUTO
            MOVE WS-ESTOQUE-PRODUTO TO WS-CSG-ESTOQUE
            MOVE WS-QTD-MOVIMENTO TO WS-CSG-QTD
            MOVE 'C' TO WS-CSG-TIPO
            MOVE MOV-DESTINO TO WS-CSG-DESTINO
            PERFORM 9891-BAIXAR-CONSIGNADO
            IF WS-CSG-QTD-CONSIG > ZERO
                DISPLAY 'CONSUMO CONSIGNADO REGISTRADO: '
                    WS-CSG-QTD-CONSIG ' DO FORNECEDOR '
                    WS-CSG-FORNECEDOR
            END-IF.

      ****** REGISTRA A DEMANDA RECUSADA EM BACKORDERS ******************
            END-IF
            DISPLAY 'INFORME O SOLICITANTE DO BACKORDER:'
            ACCEPT WS-SOLIC-BACKORDER
            DISPLAY 'INFORME O DESTINO DO SOLICITANTE (EM BRANCO = '
                'SEM DESTINO):'
            ACCEPT WS-DESTINO-BACKORDER
            IF WS-DESTINO-BACKORDER NOT EQUAL SPACES AND
               WS-DST-DISPONIVEL EQUAL 'S'
                MOVE WS-DESTINO-BACKORDER TO DEST-CODIGO
                READ DESTINOS RECORD
                    KEY IS DEST-CODIGO
                    INVALID KEY
                        DISPLAY 'DESTINO NAO CADASTRADO, BACKORDER '
                            'FICA SEM DESTINO'
                        MOVE SPACES TO WS-DESTINO-BACKORDER
                END-READ
            END-IF
            MOVE 'BACKORDER' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE COD-PRODUTO TO BOR-COD-PRODUTO
            MOVE WS-SEQ-NUMERO TO BOR-NUMERO
            MOVE WS-QTD-FALTA TO BOR-QTD-FALTA
            MOVE WS-QTD-FALTA TO BOR-QTD-ORIGINAL
            ACCEPT BOR-DATA FROM DATE YYYYMMDD
            MOVE ZEROS TO BOR-DATA-ATENDIDO
            MOVE WS-SOLIC-BACKORDER TO BOR-SOLICITANTE
            MOVE WS-DESTINO-BACKORDER TO BOR-DESTINO
            MOVE ZEROS TO BOR-REQUISICAO
            SET BOR-ABERTO TO TRUE
            WRITE REG-BACKORDER
            END-WRITE
                    WS-FS-BOR
            END-IF.

      ****** ANTES DO BACKORDER, OFERECE OS SUBSTITUTOS COM SALDO *******
       2850-OFERECER-SUBSTITUTOS.
            MOVE ZEROS TO WS-SUB-ESCOLHIDO
            MOVE ZEROS TO WS-SUB-OFERTAS
            IF WS-SUB-DISPONIVEL EQUAL 'S' AND
               WS-SUB-ATIVA NOT EQUAL 'S'
                MOVE REG-PRODUTO TO WS-SUB-PRODUTO-SALVO
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
                                   PERFORM 2860-AVALIAR-SUBSTITUTO
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
                MOVE WS-SUB-PRODUTO-SALVO TO REG-PRODUTO
                IF WS-SUB-OFERTAS > ZERO
                    DISPLAY 'INFORME O SUBSTITUTO A ENTREGAR '
                        '(0 = GRAVAR O BACKORDER):'
                    ACCEPT WS-SUB-ESCOLHIDO
                    IF WS-SUB-ESCOLHIDO NOT EQUAL ZEROS
                        PERFORM 2870-CONFERIR-ESCOLHA
                    END-IF
                END-IF
            END-IF
            IF WS-SUB-ESCOLHIDO EQUAL ZEROS AND
               WS-SUB-ATIVA NOT EQUAL 'S'
                PERFORM 2800-GRAVAR-BACKORDER
            END-IF.

      ****** MOSTRA O SUBSTITUTO QUE COBRE A QUANTIDADE PEDIDA **********
       2860-AVALIAR-SUBSTITUTO.
            PERFORM 2880-CONVERTER-QUANTIDADE
            MOVE SUB-COD-SUBSTITUTO TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF STATUS-PRODUTO NOT EQUAL 'I' AND
                       NOT SAIDA-BLOQUEADA AND
                       ESTOQUE-PRODUTO > ESTOQUE-RESERVADO AND
                       ESTOQUE-PRODUTO - ESTOQUE-RESERVADO NOT LESS
                       THAN WS-SUB-QTD
                        IF WS-SUB-OFERTAS EQUAL ZERO
                            DISPLAY 'SUBSTITUTOS APROVADOS COM SALDO:'
                        END-IF
                        ADD 1 TO WS-SUB-OFERTAS
                        COMPUTE WS-SUB-LIVRE = ESTOQUE-PRODUTO -
                            ESTOQUE-RESERVADO
                        IF SUB-SUCEDE
                            DISPLAY '  ' COD-PRODUTO ' ' NOME-PRODUTO
                                ' ENTREGAR ' WS-SUB-QTD ' LIVRE '
                                WS-SUB-LIVRE ' (SUCESSOR)'
                        ELSE
                            DISPLAY '  ' COD-PRODUTO ' ' NOME-PRODUTO
                                ' ENTREGAR ' WS-SUB-QTD ' LIVRE '
                                WS-SUB-LIVRE
                        END-IF
                    END-IF
            END-READ.

      ****** O CODIGO ESCOLHIDO PRECISA SER SUBSTITUTO DO PRODUTO *******
       2870-CONFERIR-ESCOLHA.
            MOVE WS-COD-PRODUTO TO SUB-COD-PRODUTO
            MOVE WS-SUB-ESCOLHIDO TO SUB-COD-SUBSTITUTO
            READ SUBSTITUTOS RECORD
                KEY IS SUB-CHAVE
                INVALID KEY
                    DISPLAY 'O CODIGO NAO E SUBSTITUTO DO PRODUTO'
                    MOVE ZEROS TO WS-SUB-ESCOLHIDO
                NOT INVALID KEY
                    PERFORM 2880-CONVERTER-QUANTIDADE
                    MOVE WS-COD-PRODUTO TO WS-SUB-ORIGEM
                    MOVE WS-QTD-MOVIMENTO TO WS-SUB-QTD-ORIGEM
            END-READ.

      ****** QUANTIDADE PEDIDA NA UNIDADE DO SUBSTITUTO, PARA CIMA ******
       2880-CONVERTER-QUANTIDADE.
            COMPUTE WS-SUB-QTD = WS-QTD-MOVIMENTO * SUB-FATOR
            IF WS-SUB-QTD < WS-QTD-MOVIMENTO * SUB-FATOR
                ADD 1 TO WS-SUB-QTD
            END-IF
            IF WS-SUB-QTD EQUAL ZERO
                MOVE 1 TO WS-SUB-QTD
            END-IF.

      ****** SAIDA DO SUBSTITUTO ESCOLHIDO PELAS REGRAS DA ESTACAO ******
       2900-SAIR-PELO-SUBSTITUTO.
            MOVE SPACES TO WS-ENTRADA
            MOVE WS-SUB-ESCOLHIDO TO WS-ENTRADA (1 : 6)
            PERFORM 1000-LOCALIZAR-PRODUTO
            IF WS-ACHOU EQUAL 'S'
                MOVE 'S' TO WS-SUB-ATIVA
                PERFORM 2000-MOVIMENTAR
                MOVE 'N' TO WS-SUB-ATIVA
                IF WS-MOVIMENTO EQUAL 'S' AND WS-FS EQUAL ZEROS
                    DISPLAY 'ENTREGUE ' WS-QTD-MOVIMENTO ' DE '
                        WS-COD-PRODUTO ' NO LUGAR DE '
                        WS-SUB-QTD-ORIGEM ' DE ' WS-SUB-ORIGEM
                ELSE
                    PERFORM 2910-BACKORDER-ORIGINAL
                END-IF
            ELSE
                PERFORM 2910-BACKORDER-ORIGINAL
            END-IF
            MOVE ZEROS TO WS-SUB-ESCOLHIDO.

      ****** SUBSTITUTO NAO SAIU, A FALTA FICA NO PRODUTO PEDIDO ********
       2910-BACKORDER-ORIGINAL.
            DISPLAY 'SUBSTITUTO NAO ENTREGUE, BACKORDER DO PRODUTO '
                WS-SUB-ORIGEM
            MOVE SPACES TO WS-ENTRADA
            MOVE WS-SUB-ORIGEM TO WS-ENTRADA (1 : 6)
            PERFORM 1000-LOCALIZAR-PRODUTO
            IF WS-ACHOU EQUAL 'S'
                MOVE WS-SUB-QTD-ORIGEM TO WS-QTD-MOVIMENTO
                PERFORM 2800-GRAVAR-BACKORDER
            END-IF.

      ****** OBTEM E VALIDA O DESTINO DA SAIDA **************************
       2700-OBTER-DESTINO.
            MOVE SPACE TO WS-DESTINO-OK
               END-IF
            END-PERFORM.

      ****** CONFERE A SAIDA CONTRA A COTA MENSAL DO DESTINO ************
       2750-CONFERIR-COTA-SAIDA.
            MOVE WS-DESTINO TO WS-COT-DESTINO
            MOVE COD-PRODUTO TO WS-COT-PRODUTO
            MOVE CATEGORIA-PRODUTO TO WS-COT-CATEGORIA
            MOVE WS-QTD-MOVIMENTO TO WS-COT-QTD
            PERFORM 9610-CONFERIR-COTA
            IF WS-COT-RECUSADA EQUAL 'S'
                MOVE SPACE TO WS-MOVIMENTO
            END-IF.

      ****** SAIDA DE PERIGOSO: AVISO DE MANUSEIO E QUEM RECEBE *********
       2780-CONFERIR-PERIGOSO.
            MOVE SPACES TO WS-PGO-RECEBEDOR
            IF WS-MOVIMENTO NOT EQUAL SPACE AND
               WS-PGO-DISPONIVEL EQUAL 'S'
                MOVE COD-PRODUTO TO PGO-COD-PRODUTO
                READ PERIGOSOS RECORD
                    KEY IS PGO-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY '*** PRODUTO PERIGOSO - CLASSE '
                            PGO-CLASSE ' ONU ' PGO-NUMERO-ONU ' ***'
                        DISPLAY 'CUIDADOS: ' PGO-CUIDADOS
                        DISPLAY 'INFORME O NOME DE QUEM RECEBE '
                            '(BRANCO CANCELA A SAIDA):'
                        ACCEPT WS-PGO-RECEBEDOR
                        IF WS-PGO-RECEBEDOR EQUAL SPACES
                            DISPLAY 'SAIDA DE PRODUTO PERIGOSO EXIGE '
                                'QUEM RECEBE, MOVIMENTO CANCELADO'
                            MOVE SPACE TO WS-MOVIMENTO
                        END-IF
                END-READ
            END-IF.

      ****** MOSTRA O LOTE QUE VENCE PRIMEIRO (FEFO) ********************
       2500-SUGERIR-LOTE-FEFO.
            PERFORM 2550-LOCALIZAR-LOTE-FEFO
                    IF SER-SAIU
                        DISPLAY 'SERIE JA CONSTA COMO SAIDA, INFORME '
                            'OUTRA'
                    ELSE
                    IF SER-EMPRESTADO
                        DISPLAY 'SERIE ESTA EMPRESTADA, INFORME OUTRA'
                    ELSE
                    IF SER-NA-CALIBRACAO
                        DISPLAY 'SERIE ESTA NO LABORATORIO DE '
                            'CALIBRACAO, INFORME OUTRA'
                    ELSE
                    PERFORM 3860-CONFERIR-CALIBRACAO
                    IF WS-CLB-VENCIDA EQUAL 'S'
                        DISPLAY 'SERIE COM CALIBRACAO VENCIDA OU '
                            'REPROVADA, INFORME OUTRA'
                    ELSE
                        SET SER-SAIU TO TRUE
                        MOVE WS-DESTINO TO SER-DESTINO
                        REWRITE REG-SERIE
                        ADD 1 TO WS-IND-SERIE
                    END-IF
                    END-IF
                    END-IF
                    END-IF
            END-READ.

      ****** SERIE COM AGENDA DE CALIBRACAO VENCIDA OU REPROVADA ********
       3860-CONFERIR-CALIBRACAO.
            MOVE 'N' TO WS-CLB-VENCIDA
            IF WS-CLB-DISPONIVEL EQUAL 'S'
                MOVE SER-COD-PRODUTO TO CLB-COD-PRODUTO
                MOVE SER-NUMERO TO CLB-SERIE
                READ CALIBRACOES RECORD
                    KEY IS CLB-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                        IF CLB-DATA-VENCIMENTO < WS-DATA-HOJE
                            MOVE 'S' TO WS-CLB-VENCIDA
                        END-IF
                END-READ
            END-IF.

      ****** UNIDADES FORA DE USO: EMPRESTADAS OU SEM CALIBRACAO ********
       3950-CONTAR-EMPRESTADOS.
            MOVE ZEROS TO WS-QTD-EMPRESTADA
            MOVE ZEROS TO WS-QTD-CALIBRACAO
            IF SERIE-CONTROLADA
                MOVE COD-PRODUTO TO SER-COD-PRODUTO
                MOVE SPACES TO SER-NUMERO
                START SERIES-PRODUTO KEY IS NOT LESS THAN SER-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF-SER TO 0
                        PERFORM UNTIL WS-EOF-SER EQUAL 1
                           READ SERIES-PRODUTO NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-SER
                           NOT AT END
                               IF SER-COD-PRODUTO NOT EQUAL
                                  COD-PRODUTO
                                   MOVE 1 TO WS-EOF-SER
                               ELSE
                                   IF SER-EMPRESTADO
                                       ADD 1 TO WS-QTD-EMPRESTADA
                                   END-IF
                                   IF SER-NA-CALIBRACAO
                                       ADD 1 TO WS-QTD-CALIBRACAO
                                   END-IF
                                   IF SER-EM-ESTOQUE
                                       PERFORM 3860-CONFERIR-CALIBRACAO
                                       IF WS-CLB-VENCIDA EQUAL 'S'
                                           ADD 1 TO WS-QTD-CALIBRACAO
                                       END-IF
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
                ADD WS-QTD-CALIBRACAO TO WS-QTD-EMPRESTADA
            END-IF.

      ****** EMPRESTIMO DE FERRAMENTA: SAI SEM SER CONSUMO **************
       4000-EMPRESTAR-FERRAMENTA.
            IF NOT SERIE-CONTROLADA
                DISPLAY 'EMPRESTIMO SO PARA PRODUTO COM CONTROLE DE '
                    'SERIE'
            ELSE
              IF SAIDA-BLOQUEADA
                DISPLAY 'PRODUTO BLOQUEADO/QUARENTENA, EMPRESTIMO '
                    'NAO PERMITIDO'
              ELSE
                IF ESTOQUE-PRODUTO < ESTOQUE-RESERVADO +
                   WS-QTD-EMPRESTADA + 1
                    DISPLAY 'NENHUMA UNIDADE DISPONIVEL (RESERVA E '
                        'EMPRESTIMOS), EMPRESTIMO REJEITADO'
                ELSE
                    DISPLAY 'SERIE DA FERRAMENTA EMPRESTADA:'
                    MOVE SPACES TO WS-SERIE-INFORMADA
                    ACCEPT WS-SERIE-INFORMADA
                    MOVE COD-PRODUTO TO SER-COD-PRODUTO
                    MOVE WS-SERIE-INFORMADA TO SER-NUMERO
                    READ SERIES-PRODUTO RECORD
                        KEY IS SER-CHAVE
                        INVALID KEY
                            DISPLAY 'SERIE NAO CONSTA NO REGISTRO'
                        NOT INVALID KEY
                            IF SER-EM-ESTOQUE
                                PERFORM 3860-CONFERIR-CALIBRACAO
                                IF WS-CLB-VENCIDA EQUAL 'S'
                                    DISPLAY 'SERIE COM CALIBRACAO '
                                        'VENCIDA OU REPROVADA, '
                                        'EMPRESTIMO REJEITADO'
                                ELSE
                                    PERFORM 4100-GRAVAR-EMPRESTIMO
                                END-IF
                            ELSE
                                DISPLAY 'SERIE NAO ESTA EM ESTOQUE, '
                                    'EMPRESTIMO REJEITADO'
                            END-IF
                    END-READ
                END-IF
              END-IF
            END-IF.

      ****** DESTINO, RESPONSAVEL E DEVOLUCAO PREVISTA DO EMPRESTIMO ****
       4100-GRAVAR-EMPRESTIMO.
            PERFORM 2700-OBTER-DESTINO
            MOVE SPACES TO WS-RESPONSAVEL
            PERFORM UNTIL WS-RESPONSAVEL NOT EQUAL SPACES
               DISPLAY 'NOME DE QUEM RETIROU A FERRAMENTA:'
               ACCEPT WS-RESPONSAVEL
            END-PERFORM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE ZEROS TO WS-DATA-PREVISTA
            PERFORM UNTIL WS-DATA-PREVISTA NOT LESS THAN WS-DATA-HOJE
               DISPLAY 'DEVOLUCAO PREVISTA AAAAMMDD (0 = 7 DIAS):'
               MOVE ZEROS TO WS-DATA-PREVISTA
               ACCEPT WS-DATA-PREVISTA
               IF WS-DATA-PREVISTA EQUAL ZERO
                   COMPUTE WS-DATA-PREVISTA =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 7)
               END-IF
               IF WS-DATA-PREVISTA < WS-DATA-HOJE
                   DISPLAY 'DATA PREVISTA ANTERIOR A HOJE'
               END-IF
            END-PERFORM
            MOVE 'EMPRESTIMO' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO EMP-NUMERO
            MOVE COD-PRODUTO TO EMP-COD-PRODUTO
            MOVE WS-SERIE-INFORMADA TO EMP-SERIE
            MOVE WS-DESTINO TO EMP-DESTINO
            MOVE WS-RESPONSAVEL TO EMP-RESPONSAVEL
            MOVE WS-DATA-HOJE TO EMP-DATA-SAIDA
            MOVE WS-DATA-PREVISTA TO EMP-DATA-PREVISTA
            MOVE ZEROS TO EMP-DATA-DEVOLUCAO
            SET EMP-ABERTO TO TRUE
            ACCEPT EMP-OPERADOR-SAIDA FROM ENVIRONMENT 'USER'
            IF EMP-OPERADOR-SAIDA EQUAL SPACES
                MOVE 'DESCONHECIDO' TO EMP-OPERADOR-SAIDA
            END-IF
            MOVE SPACES TO EMP-OPERADOR-RETORNO
            WRITE REG-EMPRESTIMO
            END-WRITE
            IF WS-FS-EMP NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O EMPRESTIMO, FILE STATUS '
                    WS-FS-EMP
            ELSE
                SET SER-EMPRESTADO TO TRUE
                MOVE WS-DESTINO TO SER-DESTINO
                MOVE WS-DATA-HOJE TO SER-DATA-SAIDA
                REWRITE REG-SERIE
                END-REWRITE
                ADD 1 TO WS-QTD-EMPRESTADA
                DISPLAY 'EMPRESTIMO ' EMP-NUMERO ' GRAVADO, DEVOLVER '
                    'ATE ' WS-DATA-PREVISTA
                MOVE 'EMPRESTIMO' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-ANTES
                MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            END-IF.

      ****** DEVOLUCAO DO EMPRESTIMO: A SERIE VOLTA PARA O ESTOQUE ******
       4200-RECEBER-EMPRESTIMO.
            IF NOT SERIE-CONTROLADA
                DISPLAY 'EMPRESTIMO SO PARA PRODUTO COM CONTROLE DE '
                    'SERIE'
            ELSE
                DISPLAY 'SERIE DA FERRAMENTA DEVOLVIDA:'
                MOVE SPACES TO WS-SERIE-INFORMADA
                ACCEPT WS-SERIE-INFORMADA
                MOVE COD-PRODUTO TO SER-COD-PRODUTO
                MOVE WS-SERIE-INFORMADA TO SER-NUMERO
                READ SERIES-PRODUTO RECORD
                    KEY IS SER-CHAVE
                    INVALID KEY
                        DISPLAY 'SERIE NAO CONSTA NO REGISTRO'
                    NOT INVALID KEY
                        IF SER-EMPRESTADO
                            PERFORM 4300-FECHAR-EMPRESTIMO
                        ELSE
                            DISPLAY 'SERIE NAO CONSTA COMO EMPRESTADA'
                        END-IF
                END-READ
            END-IF.

      ****** FECHA O EMPRESTIMO EM ABERTO DA SERIE **********************
       4300-FECHAR-EMPRESTIMO.
            MOVE 'N' TO WS-EMP-ACHADO
            MOVE COD-PRODUTO TO EMP-COD-PRODUTO
            MOVE WS-SERIE-INFORMADA TO EMP-SERIE
            START EMPRESTIMOS KEY IS EQUAL EMP-CHAVE-SERIE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-SER TO 0
                    PERFORM UNTIL WS-EOF-SER EQUAL 1
                       READ EMPRESTIMOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-SER
                       NOT AT END
                           IF EMP-COD-PRODUTO NOT EQUAL COD-PRODUTO OR
                              EMP-SERIE NOT EQUAL WS-SERIE-INFORMADA
                               MOVE 1 TO WS-EOF-SER
                           ELSE
                               IF EMP-ABERTO
                                   MOVE 'S' TO WS-EMP-ACHADO
                                   MOVE 1 TO WS-EOF-SER
                               END-IF
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            IF WS-EMP-ACHADO EQUAL 'S'
                MOVE WS-DATA-HOJE TO EMP-DATA-DEVOLUCAO
                SET EMP-DEVOLVIDO TO TRUE
                ACCEPT EMP-OPERADOR-RETORNO FROM ENVIRONMENT 'USER'
                IF EMP-OPERADOR-RETORNO EQUAL SPACES
                    MOVE 'DESCONHECIDO' TO EMP-OPERADOR-RETORNO
                END-IF
                REWRITE REG-EMPRESTIMO
                END-REWRITE
                IF WS-DATA-HOJE > EMP-DATA-PREVISTA
                    DISPLAY 'DEVOLVIDA COM ATRASO: PREVISTA PARA '
                        EMP-DATA-PREVISTA ', RETIRADA POR '
                        EMP-RESPONSAVEL
                END-IF
            ELSE
                DISPLAY 'EMPRESTIMO EM ABERTO NAO ENCONTRADO, SERIE '
                    'DEVOLVIDA AO ESTOQUE ASSIM MESMO'
            END-IF
            SET SER-EM-ESTOQUE TO TRUE
            MOVE SPACES TO SER-DESTINO
            MOVE ZEROS TO SER-DATA-SAIDA
            REWRITE REG-SERIE
            END-REWRITE
            IF WS-QTD-EMPRESTADA > ZERO
                SUBTRACT 1 FROM WS-QTD-EMPRESTADA
            END-IF
            DISPLAY 'SERIE ' WS-SERIE-INFORMADA ' DE VOLTA AO ESTOQUE'
            MOVE 'DEVOL-EMP' TO LOG-OPERACAO
            MOVE COD-PRODUTO TO LOG-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
            MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-ANTES
            MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
            MOVE ESTOQUE-PRODUTO TO LOG-ESTOQUE-DEPOIS
            PERFORM 9000-GRAVAR-LOG.

      ****** RASTRO DE LOTE: QUAL LOTE A SAIDA CONSUMIU *****************
       2650-GRAVAR-MOVIMENTO-LOTE.
            MOVE COD-PRODUTO TO MLT-COD-PRODUTO
                           AT END
                               MOVE 1 TO WS-EOF-REQ
                           NOT AT END
                               IF REQ-PENDENTE AND
                                  REQ-ONDA EQUAL ZEROS
                                   PERFORM 5100-SEPARAR-REQUISICAO
                               END-IF
                           END-READ
                        REQ-COD-PRODUTO ' NAO CADASTRADO, MANTIDA '
                        'NA FILA'
                NOT INVALID KEY
                    PERFORM 3950-CONTAR-EMPRESTADOS
                    PERFORM 5200-ATENDER-REQUISICAO
            END-READ.

                        SUBTRACT WS-QTD-MOVIMENTO FROM
                            ESTOQUE-PRODUTO GIVING
                            WS-ESTOQUE-PROJETADO
                        IF WS-ESTOQUE-PROJETADO < ESTOQUE-RESERVADO +
                           WS-QTD-EMPRESTADA
                            DISPLAY 'SAIDA DEIXARIA O ESTOQUE ABAIXO '
                                'DA RESERVA E DOS EMPRESTIMOS, '
                                'REQUISICAO MANTIDA NA FILA'
                        ELSE
                            MOVE WS-ESTOQUE-PROJETADO TO
                                ESTOQUE-PRODUTO
                            MOVE 'S' TO WS-MOVIMENTO
                            MOVE REQ-DESTINO TO WS-DESTINO
                            PERFORM 2750-CONFERIR-COTA-SAIDA
                            PERFORM 2780-CONFERIR-PERIGOSO
                            IF WS-MOVIMENTO EQUAL SPACE
                                ADD WS-QTD-MOVIMENTO TO
                                    ESTOQUE-PRODUTO
                                DISPLAY 'REQUISICAO MANTIDA NA FILA'
                            ELSE
                                MOVE REQ-NUMERO TO WS-REQ-ATUAL
                                PERFORM 3000-GRAVAR-MOVIMENTO
                                IF WS-FS EQUAL ZEROS
                                    PERFORM 5300-BAIXAR-REQUISICAO
                                END-IF
                                MOVE ZEROS TO WS-REQ-ATUAL
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-REWRITE
            ADD 1 TO WS-REQ-SEPARADAS.

      ****** CONFIRMA A ONDA DE SEPARACAO PRODUTO A PRODUTO *************
       6000-CONFIRMAR-ONDA.
            OPEN I-O REQUISICOES
            IF WS-FS-REQ NOT EQUAL ZEROS
                DISPLAY 'FILA DE REQUISICOES AUSENTE, NADA A CONFIRMAR'
            ELSE
                DISPLAY 'INFORME O NUMERO DA ONDA (onda-separacao.txt):'
                ACCEPT WS-ONDA
                INITIALIZE WS-REQ-SEPARADAS
                INITIALIZE WS-ONDA-BACKORDERS
                INITIALIZE WS-ONDA-DEVOLVIDAS
                MOVE ZEROS TO WS-ONDA-PRODUTO
                MOVE 'S' TO WS-ONDA-ACHOU
                PERFORM UNTIL WS-ONDA-ACHOU EQUAL 'N'
                    PERFORM 6100-PROXIMO-PRODUTO-ONDA
                    IF WS-ONDA-ACHOU EQUAL 'S'
                        PERFORM 6200-SEPARAR-PRODUTO-ONDA
                    END-IF
                END-PERFORM
                DISPLAY ' '
                DISPLAY 'ONDA ' WS-ONDA ' CONFIRMADA'
                DISPLAY 'REQUISICOES FECHADAS: ' WS-REQ-SEPARADAS
                DISPLAY 'BACKORDERS DE SEPARACAO CURTA: '
                    WS-ONDA-BACKORDERS
                DISPLAY 'REQUISICOES DEVOLVIDAS A FILA: '
                    WS-ONDA-DEVOLVIDAS
                CLOSE REQUISICOES
            END-IF.

      ****** MENOR PRODUTO AINDA PENDENTE NA ONDA E SEU TOTAL ***********
       6100-PROXIMO-PRODUTO-ONDA.
            MOVE 'N' TO WS-ONDA-ACHOU
            INITIALIZE WS-QTD-ONDA
            MOVE ZEROS TO REQ-NUMERO
            START REQUISICOES KEY IS NOT LESS THAN REQ-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-REQ TO 0
                    PERFORM UNTIL WS-EOF-REQ EQUAL 1
                       READ REQUISICOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-REQ
                       NOT AT END
                           IF REQ-PENDENTE AND
                              REQ-ONDA EQUAL WS-ONDA AND
                              REQ-COD-PRODUTO > WS-ONDA-PRODUTO
                               PERFORM 6150-AVALIAR-PRODUTO-ONDA
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** GUARDA O MENOR PRODUTO E SOMA O PENDENTE DELE **************
       6150-AVALIAR-PRODUTO-ONDA.
            IF WS-ONDA-ACHOU EQUAL 'N' OR
               REQ-COD-PRODUTO < WS-ONDA-PROXIMO
                MOVE REQ-COD-PRODUTO TO WS-ONDA-PROXIMO
                MOVE 'S' TO WS-ONDA-ACHOU
                INITIALIZE WS-QTD-ONDA
            END-IF
            IF REQ-COD-PRODUTO EQUAL WS-ONDA-PROXIMO
                COMPUTE WS-QTD-ONDA = WS-QTD-ONDA +
                    REQ-QUANTIDADE - REQ-QTD-ATENDIDA
            END-IF.

      ****** INFORMA O TOTAL SEPARADO DO PRODUTO NA ONDA ****************
       6200-SEPARAR-PRODUTO-ONDA.
            MOVE WS-ONDA-PROXIMO TO WS-ONDA-PRODUTO
            MOVE WS-ONDA-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO ' WS-ONDA-PRODUTO ' NAO '
                        'CADASTRADO, REQUISICOES VOLTAM A FILA'
                    PERFORM 6500-DEVOLVER-A-FILA
                NOT INVALID KEY
                    DISPLAY ' '
                    DISPLAY 'PRODUTO: ' WS-COD-PRODUTO ' '
                        WS-NOME-PRODUTO
                    DISPLAY 'TOTAL DA ONDA: ' WS-QTD-ONDA
                        ' ESTOQUE: ' WS-ESTOQUE-PRODUTO
                    IF SAIDA-BLOQUEADA
                        DISPLAY 'PRODUTO BLOQUEADO/QUARENTENA, '
                            'REQUISICOES VOLTAM A FILA'
                        PERFORM 6500-DEVOLVER-A-FILA
                    ELSE
                        PERFORM 3950-CONTAR-EMPRESTADOS
                        IF ESTOQUE-PRODUTO > ESTOQUE-RESERVADO +
                           WS-QTD-EMPRESTADA
                            COMPUTE WS-QTD-DISPONIVEL =
                                ESTOQUE-PRODUTO - ESTOQUE-RESERVADO
                                - WS-QTD-EMPRESTADA
                        ELSE
                            MOVE ZEROS TO WS-QTD-DISPONIVEL
                        END-IF
                        PERFORM 2500-SUGERIR-LOTE-FEFO
                        PERFORM 6250-INFORMAR-SEPARADO
                        IF WS-QTD-SEPARADA EQUAL ZERO
                            MOVE SPACE TO WS-ONDA-DECISAO
                            PERFORM UNTIL WS-ONDA-DECISAO EQUAL 'F'
                                OR WS-ONDA-DECISAO EQUAL 'P'
                                DISPLAY 'NADA SEPARADO: (F)ALTA, '
                                    'GERA BACKORDER, OU (P)ULA, '
                                    'VOLTA A FILA?'
                                ACCEPT WS-ONDA-DECISAO
                            END-PERFORM
                        ELSE
                            MOVE 'F' TO WS-ONDA-DECISAO
                        END-IF
                        IF WS-ONDA-DECISAO EQUAL 'P'
                            PERFORM 6500-DEVOLVER-A-FILA
                        ELSE
                            PERFORM 6300-DISTRIBUIR-PRODUTO-ONDA
                        END-IF
                    END-IF
            END-READ.

      ****** SEPARADO NAO PASSA DA ONDA NEM DO DISPONIVEL ***************
       6250-INFORMAR-SEPARADO.
            MOVE 999999999 TO WS-QTD-SEPARADA
            PERFORM UNTIL WS-QTD-SEPARADA NOT GREATER THAN WS-QTD-ONDA
                AND WS-QTD-SEPARADA NOT GREATER THAN WS-QTD-DISPONIVEL
               DISPLAY 'INFORME A QTD SEPARADA DO PRODUTO (ATE '
                   WS-QTD-ONDA ', DISPONIVEL ' WS-QTD-DISPONIVEL '):'
               ACCEPT WS-QTD-SEPARADA
               IF WS-QTD-SEPARADA > WS-QTD-ONDA
                   DISPLAY 'SEPARADO MAIOR QUE O TOTAL DA ONDA'
               ELSE
                   IF WS-QTD-SEPARADA > WS-QTD-DISPONIVEL
                       DISPLAY 'SEPARADO PASSA DO DISPONIVEL (RESERVA '
                           'E EMPRESTIMOS), CONFIRA A CONTAGEM'
                   END-IF
               END-IF
            END-PERFORM.

      ****** REPARTE O SEPARADO PELAS REQUISICOES, ANTIGA PRIMEIRO ******
       6300-DISTRIBUIR-PRODUTO-ONDA.
            MOVE WS-QTD-SEPARADA TO WS-QTD-SOBRA-ONDA
            MOVE ZEROS TO REQ-NUMERO
            START REQUISICOES KEY IS NOT LESS THAN REQ-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-REQ TO 0
                    PERFORM UNTIL WS-EOF-REQ EQUAL 1
                       READ REQUISICOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-REQ
                       NOT AT END
                           IF REQ-PENDENTE AND
                              REQ-ONDA EQUAL WS-ONDA AND
                              REQ-COD-PRODUTO EQUAL WS-ONDA-PRODUTO
                               PERFORM 6400-ATENDER-REQUISICAO-ONDA
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-QTD-SOBRA-ONDA > ZERO
                DISPLAY 'SOBRA DA SEPARACAO: ' WS-QTD-SOBRA-ONDA
                    ' UN VOLTAM A PRATELEIRA'
            END-IF.

      ****** LANCA A SAIDA DA REQUISICAO E FECHA OU GERA BACKORDER ******
       6400-ATENDER-REQUISICAO-ONDA.
            COMPUTE WS-QTD-PENDENTE-REQ =
                REQ-QUANTIDADE - REQ-QTD-ATENDIDA
            IF WS-QTD-SOBRA-ONDA > WS-QTD-PENDENTE-REQ
                MOVE WS-QTD-PENDENTE-REQ TO WS-QTD-MOVIMENTO
            ELSE
                MOVE WS-QTD-SOBRA-ONDA TO WS-QTD-MOVIMENTO
            END-IF
            SUBTRACT WS-QTD-MOVIMENTO FROM WS-QTD-SOBRA-ONDA
            DISPLAY 'REQ ' REQ-NUMERO ' DESTINO ' REQ-DESTINO
                ' PEDIDO ' WS-QTD-PENDENTE-REQ ' ENTREGAR '
                WS-QTD-MOVIMENTO
            MOVE ZEROS TO WS-FS
            MOVE 'S' TO WS-MOVIMENTO
            IF WS-QTD-MOVIMENTO > ZERO
                MOVE WS-ONDA-PRODUTO TO COD-PRODUTO
                READ PRODUTOS RECORD INTO WS-PRODUTO
                    KEY IS COD-PRODUTO
                END-READ
                MOVE REQ-DESTINO TO WS-DESTINO
                PERFORM 2750-CONFERIR-COTA-SAIDA
                PERFORM 2780-CONFERIR-PERIGOSO
            END-IF
            IF WS-MOVIMENTO EQUAL SPACE
                ADD WS-QTD-MOVIMENTO TO WS-QTD-SOBRA-ONDA
                DISPLAY 'SAIDA RECUSADA, REQUISICAO VOLTA A FILA'
                MOVE ZEROS TO REQ-ONDA
                ADD 1 TO WS-ONDA-DEVOLVIDAS
            ELSE
                PERFORM 6420-POSTAR-REQUISICAO-ONDA
            END-IF
            REWRITE REG-REQUISICAO
            END-REWRITE.

      ****** POSTA A SAIDA E FECHA A REQUISICAO OU GERA BACKORDER *******
       6420-POSTAR-REQUISICAO-ONDA.
            IF WS-QTD-MOVIMENTO > ZERO
                SUBTRACT WS-QTD-MOVIMENTO FROM ESTOQUE-PRODUTO
                MOVE REQ-NUMERO TO WS-REQ-ATUAL
                PERFORM 3000-GRAVAR-MOVIMENTO
                MOVE ZEROS TO WS-REQ-ATUAL
                IF WS-FS EQUAL ZEROS
                    ADD WS-QTD-MOVIMENTO TO REQ-QTD-ATENDIDA
                END-IF
            END-IF
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'SAIDA NAO GRAVADA, REQUISICAO VOLTA A FILA'
                MOVE ZEROS TO REQ-ONDA
                ADD 1 TO WS-ONDA-DEVOLVIDAS
            ELSE
                IF REQ-QTD-ATENDIDA NOT LESS THAN REQ-QUANTIDADE
                    SET REQ-ATENDIDA TO TRUE
                ELSE
                    PERFORM 6450-GRAVAR-BACKORDER-ONDA
                    SET REQ-EM-BACKORDER TO TRUE
                END-IF
                ADD 1 TO WS-REQ-SEPARADAS
            END-IF.

      ****** A FALTA DA SEPARACAO CURTA VIRA BACKORDER DO DEPARTAMENTO **
       6450-GRAVAR-BACKORDER-ONDA.
            COMPUTE WS-QTD-FALTA = REQ-QUANTIDADE - REQ-QTD-ATENDIDA
            MOVE REQ-NUMERO TO SOL-REQUISICAO
            MOVE REQ-DESTINO TO SOL-DESTINO
            MOVE 'BACKORDER' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-ONDA-PRODUTO TO BOR-COD-PRODUTO
            MOVE WS-SEQ-NUMERO TO BOR-NUMERO
            MOVE WS-QTD-FALTA TO BOR-QTD-FALTA
            MOVE WS-QTD-FALTA TO BOR-QTD-ORIGINAL
            ACCEPT BOR-DATA FROM DATE YYYYMMDD
            MOVE ZEROS TO BOR-DATA-ATENDIDO
            MOVE WS-SOLIC-ONDA TO BOR-SOLICITANTE
            MOVE REQ-DESTINO TO BOR-DESTINO
            MOVE REQ-NUMERO TO BOR-REQUISICAO
            SET BOR-ABERTO TO TRUE
            WRITE REG-BACKORDER
            END-WRITE
            IF WS-FS-BOR EQUAL ZEROS
                DISPLAY 'SEPARACAO CURTA: BACKORDER ' BOR-NUMERO
                    ' REGISTRADO, FALTA ' WS-QTD-FALTA ' UN'
                ADD 1 TO WS-ONDA-BACKORDERS
            ELSE
                DISPLAY 'ERRO AO GRAVAR O BACKORDER, FILE STATUS '
                    WS-FS-BOR
            END-IF.

      ****** TIRA DA ONDA AS REQUISICOES DO PRODUTO NAO SEPARADO ********
       6500-DEVOLVER-A-FILA.
            MOVE ZEROS TO REQ-NUMERO
            START REQUISICOES KEY IS NOT LESS THAN REQ-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-REQ TO 0
                    PERFORM UNTIL WS-EOF-REQ EQUAL 1
                       READ REQUISICOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-REQ
                       NOT AT END
                           IF REQ-PENDENTE AND
                              REQ-ONDA EQUAL WS-ONDA AND
                              REQ-COD-PRODUTO EQUAL WS-ONDA-PRODUTO
                               MOVE ZEROS TO REQ-ONDA
                               REWRITE REG-REQUISICAO
                               END-REWRITE
                               ADD 1 TO WS-ONDA-DEVOLVIDAS
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** SEPARA O MATERIAL PLANEJADO DE UMA ORDEM DE SERVICO ********
       7000-SEPARAR-ORDEM-SERVICO.
            OPEN I-O MATERIAIS-OS
            IF WS-FS-OSM NOT EQUAL ZEROS
                DISPLAY 'NENHUMA ORDEM DE SERVICO CARREGADA, NADA A '
                    'SEPARAR'
            ELSE
                OPEN I-O RESERVAS
                IF WS-FS-RSV EQUAL ZEROS
                    MOVE 'S' TO WS-RSV-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-RSV-DISPONIVEL
                END-IF
                INITIALIZE WS-OS-SEPARADAS
                DISPLAY 'INFORME O NUMERO DA ORDEM DE SERVICO:'
                ACCEPT WS-OS-INFORMADA
                PERFORM 2700-OBTER-DESTINO
                MOVE WS-OS-INFORMADA TO OSM-ORDEM
                MOVE ZEROS TO OSM-COD-PRODUTO
                START MATERIAIS-OS KEY IS NOT LESS THAN OSM-CHAVE
                    INVALID KEY
                        DISPLAY 'ORDEM DE SERVICO SEM MATERIAL '
                            'CARREGADO'
                    NOT INVALID KEY
                        SET WS-EOF-OSM TO 0
                        PERFORM UNTIL WS-EOF-OSM EQUAL 1
                           READ MATERIAIS-OS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-OSM
                           NOT AT END
                               IF OSM-ORDEM NOT EQUAL WS-OS-INFORMADA
                                   MOVE 1 TO WS-EOF-OSM
                               ELSE
                                   IF OSM-ABERTA
                                       PERFORM 7100-SEPARAR-MATERIAL-OS
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
                DISPLAY ' '
                DISPLAY 'LINHAS DA ORDEM SEPARADAS NA SESSAO: '
                    WS-OS-SEPARADAS
                IF WS-RSV-DISPONIVEL EQUAL 'S'
                    CLOSE RESERVAS
                END-IF
                CLOSE MATERIAIS-OS
            END-IF.

      ****** LOCALIZA O PRODUTO DA LINHA DA ORDEM ***********************
       7100-SEPARAR-MATERIAL-OS.
            MOVE OSM-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'OS ' OSM-ORDEM ' PRODUTO '
                        OSM-COD-PRODUTO ' NAO CADASTRADO, LINHA '
                        'MANTIDA ABERTA'
                NOT INVALID KEY
                    PERFORM 3950-CONTAR-EMPRESTADOS
                    PERFORM 7150-LER-RESERVA-OS
                    PERFORM 7200-ATENDER-MATERIAL-OS
            END-READ.

      ****** QUANTO DA RESERVA DA LINHA AINDA ESTA SEGURADO *************
       7150-LER-RESERVA-OS.
            MOVE ZEROS TO WS-QTD-RESERVA-OS
            IF WS-RSV-DISPONIVEL EQUAL 'S' AND
               OSM-RESERVA NOT EQUAL ZEROS
                MOVE OSM-COD-PRODUTO TO RSV-COD-PRODUTO
                MOVE OSM-RESERVA TO RSV-NUMERO
                READ RESERVAS RECORD
                    KEY IS RSV-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RSV-ABERTA
                            MOVE RSV-QUANTIDADE TO WS-QTD-RESERVA-OS
                        END-IF
                END-READ
            END-IF.

      ****** SEPARA UMA LINHA DA ORDEM COM AS REGRAS DA SAIDA ***********
       7200-ATENDER-MATERIAL-OS.
            COMPUTE WS-QTD-PENDENTE-OS =
                OSM-QTD-PLANEJADA - OSM-QTD-ENTREGUE
            DISPLAY ' '
            DISPLAY 'OS ' OSM-ORDEM ' PLANEJADA PARA '
                OSM-DATA-PLANEJADA
            DISPLAY 'PRODUTO: ' WS-COD-PRODUTO ' ' WS-NOME-PRODUTO
            DISPLAY 'PLANEJADO: ' OSM-QTD-PLANEJADA ' PENDENTE: '
                WS-QTD-PENDENTE-OS ' RESERVADO PARA A OS: '
                WS-QTD-RESERVA-OS
            DISPLAY 'ESTOQUE: ' WS-ESTOQUE-PRODUTO
            IF SAIDA-BLOQUEADA
                DISPLAY 'PRODUTO BLOQUEADO/QUARENTENA, LINHA '
                    'MANTIDA ABERTA'
            ELSE
                DISPLAY 'INFORME A QTD SEPARADA (0 PULA):'
                ACCEPT WS-QTD-MOVIMENTO
                IF WS-QTD-MOVIMENTO > ZERO
                    IF WS-QTD-MOVIMENTO < WS-QTD-RESERVA-OS
                        MOVE WS-QTD-MOVIMENTO TO WS-QTD-RESERVA-OS
                    END-IF
                    IF WS-QTD-RESERVA-OS > ESTOQUE-RESERVADO
                        MOVE ESTOQUE-RESERVADO TO WS-QTD-RESERVA-OS
                    END-IF
                    IF WS-QTD-MOVIMENTO > ESTOQUE-PRODUTO
                        DISPLAY 'SAIDA MAIOR QUE O ESTOQUE, '
                            'LINHA MANTIDA ABERTA'
                    ELSE
                        SUBTRACT WS-QTD-MOVIMENTO FROM
                            ESTOQUE-PRODUTO GIVING
                            WS-ESTOQUE-PROJETADO
                        IF WS-ESTOQUE-PROJETADO < ESTOQUE-RESERVADO -
                           WS-QTD-RESERVA-OS + WS-QTD-EMPRESTADA
                            DISPLAY 'SAIDA DEIXARIA O ESTOQUE ABAIXO '
                                'DAS OUTRAS RESERVAS E DOS '
                                'EMPRESTIMOS, LINHA MANTIDA ABERTA'
                        ELSE
                            MOVE WS-ESTOQUE-PROJETADO TO
                                ESTOQUE-PRODUTO
                            SUBTRACT WS-QTD-RESERVA-OS FROM
                                ESTOQUE-RESERVADO
                            MOVE 'S' TO WS-MOVIMENTO
                            PERFORM 2750-CONFERIR-COTA-SAIDA
                            PERFORM 2780-CONFERIR-PERIGOSO
                            IF WS-MOVIMENTO EQUAL SPACE
                                ADD WS-QTD-MOVIMENTO TO
                                    ESTOQUE-PRODUTO
                                ADD WS-QTD-RESERVA-OS TO
                                    ESTOQUE-RESERVADO
                                DISPLAY 'LINHA MANTIDA ABERTA'
                            ELSE
                                MOVE OSM-ORDEM TO WS-OS-ATUAL
                                PERFORM 3000-GRAVAR-MOVIMENTO
                                IF WS-FS EQUAL ZEROS
                                    PERFORM 7300-BAIXAR-MATERIAL-OS
                                END-IF
                                MOVE ZEROS TO WS-OS-ATUAL
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ****** CONSOME A RESERVA E ACUMULA O ENTREGUE DA LINHA ************
       7300-BAIXAR-MATERIAL-OS.
            IF WS-QTD-RESERVA-OS > ZERO
                IF WS-QTD-RESERVA-OS NOT LESS THAN RSV-QUANTIDADE
                    SET RSV-LIBERADA TO TRUE
                ELSE
                    SUBTRACT WS-QTD-RESERVA-OS FROM RSV-QUANTIDADE
                END-IF
                REWRITE REG-RESERVA
                END-REWRITE
                IF WS-FS-RSV NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO BAIXAR A RESERVA ' RSV-NUMERO
                        ', FILE STATUS ' WS-FS-RSV
                END-IF
            END-IF
            ADD WS-QTD-MOVIMENTO TO OSM-QTD-ENTREGUE
            IF OSM-QTD-ENTREGUE NOT LESS THAN OSM-QTD-PLANEJADA
                SET OSM-ENTREGUE TO TRUE
                DISPLAY 'MATERIAL DA LINHA ENTREGUE POR COMPLETO'
            ELSE
                DISPLAY 'SEPARACAO PARCIAL, LINHA SEGUE ABERTA'
            END-IF
            REWRITE REG-MATERIAL-OS
            END-REWRITE
            ADD 1 TO WS-OS-SEPARADAS.

      ****** GRAVA MOVIMENTO DE ESTOQUE *********************************
       9100-GRAVAR-MOVIMENTO.
            ACCEPT MOV-DATA FROM DATE YYYYMMDD
            END-IF
            MOVE WS-REQ-ATUAL TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE WS-OS-ATUAL TO MOV-ORDEM-SERVICO
            MOVE SPACE TO MOV-MOTIVO
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
           COPY SEQNXT.
           COPY PERCHK.
           COPY ESTCHK.
           COPY CSGMOV.
           COPY COTCHK.

       END PROGRAM CRUD-11-movimenta-estoque.
