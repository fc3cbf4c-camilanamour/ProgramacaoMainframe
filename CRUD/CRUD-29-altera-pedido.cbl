      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: ALTERACAO E CANCELAMENTO DE LINHA DE PEDIDO DE COMPRA
      *          PELO SUPERVISOR: EXIGE A IDENTIFICACAO DE UM USUARIO
      *          COM PERFIL-SUPERVISOR, LOCALIZA A LINHA (PEDIDO +
      *          PRODUTO) ABERTA OU PARCIAL DE PEDIDOS-COMPRA E
      *          PERMITE REDUZIR A QUANTIDADE, TROCAR O PRECO
      *          ACORDADO OU CANCELAR O PENDENTE, SEMPRE COM MOTIVO
      *          OBRIGATORIO. AS IMAGENS ANTES/DEPOIS E O MOTIVO VAO
      *          PARA PRODUTOS-LOG E O AVISO NUMERADO DE ALTERACAO
      *          PARA O FORNECEDOR SAI EM alteracoes-pedido.txt.
      *          LINHA CANCELADA (SITUACAO C) NAO CONTA MAIS COMO
      *          PEDIDO EM ABERTO, NAO E RECEBIDA E SAI DA COBRANCA;
      *          QUANTIDADE CORTADA DE LIBERACAO DE CONTRATO VOLTA AO
      *          SALDO DO CONTRATO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - alteracao e cancelamento agora recalculam o
      *               compromisso de orcamento da linha
      *               (COMPROMISSOS) pelo pendente e preco novos, e a
      *               diferenca volta ao comprometido da categoria no
      *               mes da emissao em ORCAMENTOS (ORCCMP)
      * 15 OUT 2026 - o aviso de alteracao do pedido impresso tambem vai
      *               para o spool datado, com a emissao registrada no
      *               indice do spool (SPLGRV)
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-29-altera-pedido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY CTRSEL.
           COPY USUSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ALTERACOES-PEDIDO ASSIGN TO
           'C:\ARQUIVOS\alteracoes-pedido.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALT.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY PEDFD.
           COPY CTRFD.
           COPY USUFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ALTERACOES-PEDIDO.
       01 REG-ALTERACAO            PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-CTR            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-ERR            PIC 99.
       77 WS-FS-ALT            PIC 99.
       77 WS-ID-INFORMADO      PIC X(08).
       77 WS-SENHA-INFORMADA   PIC X(08).
       77 WS-SUPERVISOR-OK     PIC X VALUE 'N'.
       77 WS-NUMERO-PEDIDO     PIC 9(06) VALUE ZERO.
       77 WS-COD-BUSCA         PIC 9(06).
       77 WS-ACAO              PIC 9 VALUE ZERO.
       77 WS-ALTERACAO-OK      PIC X VALUE 'N'.
       77 WS-RESP              PIC X VALUE SPACE.
       77 WS-MOTIVO            PIC X(40).
       77 WS-QTD-ANTES         PIC 9(09).
       77 WS-QTD-DEPOIS        PIC 9(09).
       77 WS-PRECO-ANTES       PIC 9(07)V99.
       77 WS-PRECO-DEPOIS      PIC 9(07)V99.
       77 WS-SITUACAO-ANTES    PIC X(01).
       77 WS-SITUACAO-DEPOIS   PIC X(01).
       77 WS-QTD-DEVOLVER-CTR  PIC 9(09).
       77 WS-NUMERO-AVISO      PIC 9(09).
       77 WS-NOME-PRODUTO-AVISO PIC X(20).
       77 WS-UNIDADE-AVISO     PIC X(03).

       01 WS-IMAGEM-PEDIDO.
           03 IMG-NUMERO           PIC 9(06).
           03 FILLER               PIC X(01) VALUE '/'.
           03 IMG-SITUACAO         PIC X(01).
           03 FILLER               PIC X(01) VALUE '/'.
           03 IMG-PRECO            PIC 9(07)V99.
           03 FILLER               PIC X(02) VALUE SPACES.

       01 WS-LINHA-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(33)
              VALUE 'AVISO DE ALTERACAO DE PEDIDO NO. '.
           03 AVI-NUMERO           PIC 9(09).
           03 FILLER               PIC X(08) VALUE '  DATA: '.
           03 AVI-DATA             PIC 9(08).
           03 FILLER               PIC X(22) VALUE SPACES.

       01 WS-LINHA-FORNECEDOR.
           03 FILLER               PIC X(13) VALUE 'FORNECEDOR: '.
           03 AVI-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 AVI-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(10) VALUE ' CONTATO: '.
           03 AVI-CONTATO          PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACES.

       01 WS-LINHA-ITEM.
           03 FILLER               PIC X(08) VALUE 'PEDIDO: '.
           03 AVI-NUMERO-PEDIDO    PIC 9(06).
           03 FILLER               PIC X(10) VALUE ' PRODUTO: '.
           03 AVI-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 AVI-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(29) VALUE SPACES.

       01 WS-LINHA-QUANTIDADE.
           03 FILLER               PIC X(19)
              VALUE 'QUANTIDADE PEDIDA: '.
           03 AVI-QTD-ANTES        PIC ZZZZZZZZ9.
           03 FILLER               PIC X(04) VALUE ' -> '.
           03 AVI-QTD-DEPOIS       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 AVI-UNIDADE          PIC X(03).
           03 FILLER               PIC X(11) VALUE ' RECEBIDA: '.
           03 AVI-QTD-RECEBIDA     PIC ZZZZZZZZ9.
           03 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LINHA-PRECO.
           03 FILLER               PIC X(16)
              VALUE 'PRECO ACORDADO: '.
           03 AVI-PRECO-ANTES      PIC 9(07).99.
           03 FILLER               PIC X(04) VALUE ' -> '.
           03 AVI-PRECO-DEPOIS     PIC 9(07).99.
           03 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LINHA-SITUACAO.
           03 FILLER               PIC X(19)
              VALUE 'SITUACAO DA LINHA: '.
           03 AVI-SITUACAO         PIC X(30).
           03 FILLER               PIC X(31) VALUE SPACES.

       01 WS-LINHA-MOTIVO.
           03 FILLER               PIC X(08) VALUE 'MOTIVO: '.
           03 AVI-MOTIVO           PIC X(40).
           03 FILLER               PIC X(32) VALUE SPACES.

       01 WS-LINHA-AUTORIZACAO.
           03 FILLER               PIC X(16)
              VALUE 'AUTORIZADO POR: '.
           03 AVI-SUPERVISOR       PIC X(08).
           03 FILLER               PIC X(56) VALUE SPACES.

           COPY PRODWS.
           COPY FSTWS.
           COPY SEQWS.
           COPY PRODPATH.
           COPY ORCWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- ALTERACAO DE PEDIDO DE COMPRA -------"
            PERFORM 1000-IDENTIFICAR-SUPERVISOR
            IF WS-SUPERVISOR-OK NOT EQUAL 'S'
                DISPLAY 'ALTERACAO DE PEDIDO EXIGE UM SUPERVISOR '
                    'IDENTIFICADO'
            ELSE
                OPEN I-O PEDIDOS-COMPRA
                IF WS-FS-PED NOT EQUAL ZEROS
                    DISPLAY 'ARQUIVO DE PEDIDOS DE COMPRA NAO '
                        'ENCONTRADO'
                    MOVE WS-FS-PED TO WS-FS-CODIGO
                    PERFORM 9700-TRADUZIR-FILE-STATUS
                    DISPLAY 'FILE STATUS: ' WS-FS-CODIGO ' - '
                        WS-FS-MENSAGEM
                ELSE
                    OPEN INPUT PRODUTOS
                    OPEN INPUT FORNECEDORES
                    IF WS-FS-FORN EQUAL ZEROS
                        MOVE 'S' TO WS-FORN-DISPONIVEL
                    ELSE
                        MOVE 'N' TO WS-FORN-DISPONIVEL
                    END-IF
                    PERFORM UNTIL WS-NUMERO-PEDIDO EQUAL 999999
                       DISPLAY ' '
                       DISPLAY 'INFORME O NUMERO DO PEDIDO (999999 '
                           'ENCERRA):'
                       ACCEPT WS-NUMERO-PEDIDO
                       IF WS-NUMERO-PEDIDO NOT EQUAL 999999
                           PERFORM 2000-LOCALIZAR-LINHA
                       END-IF
                    END-PERFORM
                    IF WS-FORN-DISPONIVEL EQUAL 'S'
                        CLOSE FORNECEDORES
                    END-IF
                    CLOSE PRODUTOS
                    CLOSE PEDIDOS-COMPRA
                END-IF
            END-IF.
            STOP RUN.

      ****** SO PERFIL-SUPERVISOR DE USUARIOS PASSA *********************
       1000-IDENTIFICAR-SUPERVISOR.
            MOVE 'N' TO WS-SUPERVISOR-OK
            OPEN INPUT USUARIOS
            IF WS-FS-USU NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE USUARIOS AUSENTE'
            ELSE
                DISPLAY 'INFORME O ID DO SUPERVISOR:'
                ACCEPT WS-ID-INFORMADO
                DISPLAY 'INFORME A SENHA:'
                ACCEPT WS-SENHA-INFORMADA
                MOVE WS-ID-INFORMADO TO USU-ID
                READ USUARIOS RECORD
                    KEY IS USU-ID
                    INVALID KEY
                        DISPLAY 'USUARIO NAO CADASTRADO'
                    NOT INVALID KEY
                        IF USU-SENHA NOT EQUAL WS-SENHA-INFORMADA
                            DISPLAY 'SENHA INCORRETA'
                        ELSE
                            IF PERFIL-SUPERVISOR AND
                               NOT USU-TRAVADO
                                MOVE 'S' TO WS-SUPERVISOR-OK
                            ELSE
                                DISPLAY 'USUARIO NAO E SUPERVISOR'
                            END-IF
                        END-IF
                END-READ
                CLOSE USUARIOS
            END-IF.

      ****** A LINHA PRECISA EXISTIR E ESTAR ABERTA OU PARCIAL **********
       2000-LOCALIZAR-LINHA.
            DISPLAY 'INFORME O CODIGO DO PRODUTO:'
            ACCEPT WS-COD-BUSCA
            MOVE WS-NUMERO-PEDIDO TO PED-NUMERO
            MOVE WS-COD-BUSCA TO PED-COD-PRODUTO
            READ PEDIDOS-COMPRA RECORD
                KEY IS PED-CHAVE
                INVALID KEY
                    DISPLAY 'LINHA DE PEDIDO NAO ENCONTRADA'
                NOT INVALID KEY
                    IF PED-RECEBIDO
                        DISPLAY 'LINHA JA RECEBIDA POR COMPLETO, NAO '
                            'PODE SER ALTERADA'
                    ELSE
                        IF PED-CANCELADO
                            DISPLAY 'LINHA JA CANCELADA'
                        ELSE
                            PERFORM 3000-COLETAR-ALTERACAO
                        END-IF
                    END-IF
            END-READ.

      ****** MOSTRA A LINHA E ESCOLHE A ALTERACAO ***********************
       3000-COLETAR-ALTERACAO.
            MOVE 'PRODUTO NAO CADASTRADO' TO WS-NOME-PRODUTO-AVISO
            MOVE 'UN' TO WS-UNIDADE-AVISO
            MOVE PED-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-NOME-PRODUTO TO WS-NOME-PRODUTO-AVISO
                    IF WS-UNIDADE-COMPRA NOT EQUAL SPACES
                        MOVE WS-UNIDADE-COMPRA TO WS-UNIDADE-AVISO
                    END-IF
            END-READ
            DISPLAY 'PRODUTO: ' PED-COD-PRODUTO ' '
                WS-NOME-PRODUTO-AVISO
            DISPLAY 'FORNECEDOR: ' PED-COD-FORNECEDOR
                ' PEDIDO EM: ' PED-DATA-PEDIDO
            DISPLAY 'QTDE PEDIDA: ' PED-QTD-PEDIDA ' '
                WS-UNIDADE-AVISO ' RECEBIDA: ' PED-QTD-RECEBIDA
            DISPLAY 'PRECO ACORDADO: ' PED-PRECO-ACORDADO
                ' SITUACAO: ' PED-SITUACAO
            IF PED-LIBERACAO-CONTRATO
                DISPLAY 'LINHA LIBERADA CONTRA CONTRATO DO FORNECEDOR'
            END-IF
            MOVE PED-QTD-PEDIDA TO WS-QTD-ANTES
            MOVE PED-QTD-PEDIDA TO WS-QTD-DEPOIS
            MOVE PED-PRECO-ACORDADO TO WS-PRECO-ANTES
            MOVE PED-PRECO-ACORDADO TO WS-PRECO-DEPOIS
            MOVE PED-SITUACAO TO WS-SITUACAO-ANTES
            MOVE PED-SITUACAO TO WS-SITUACAO-DEPOIS
            MOVE ZEROS TO WS-QTD-DEVOLVER-CTR
            MOVE 'N' TO WS-ALTERACAO-OK
            DISPLAY '(1)REDUZIR QUANTIDADE (2)ALTERAR PRECO '
                '(3)CANCELAR LINHA (4)VOLTAR'
            ACCEPT WS-ACAO
            EVALUATE WS-ACAO
                WHEN 1
                    PERFORM 3100-REDUZIR-QUANTIDADE
                WHEN 2
                    PERFORM 3200-ALTERAR-PRECO
                WHEN 3
                    PERFORM 3300-CANCELAR-LINHA
                WHEN 4
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'VALOR INVALIDO'
            END-EVALUATE
            IF WS-ALTERACAO-OK EQUAL 'S'
                PERFORM 3500-OBTER-MOTIVO
            END-IF
            IF WS-ALTERACAO-OK EQUAL 'S'
                PERFORM 4000-APLICAR-ALTERACAO
            END-IF.

      ****** NOVA QUANTIDADE: ABAIXO DA PEDIDA, NAO DA RECEBIDA *********
       3100-REDUZIR-QUANTIDADE.
            DISPLAY 'INFORME A NOVA QUANTIDADE, EM ' WS-UNIDADE-AVISO
                ':'
            ACCEPT WS-QTD-DEPOIS
            IF WS-QTD-DEPOIS NOT LESS THAN PED-QTD-PEDIDA
                DISPLAY 'A NOVA QUANTIDADE DEVE SER MENOR QUE A '
                    'PEDIDA'
            ELSE
                IF WS-QTD-DEPOIS < PED-QTD-RECEBIDA OR
                   WS-QTD-DEPOIS EQUAL ZERO
                    DISPLAY 'QUANTIDADE ABAIXO DO JA RECEBIDO OU ZERO; '
                        'PARA ZERAR O PENDENTE USE CANCELAR'
                ELSE
                    IF WS-QTD-DEPOIS EQUAL PED-QTD-RECEBIDA
                        MOVE 'R' TO WS-SITUACAO-DEPOIS
                    END-IF
                    SUBTRACT WS-QTD-DEPOIS FROM PED-QTD-PEDIDA
                        GIVING WS-QTD-DEVOLVER-CTR
                    MOVE 'S' TO WS-ALTERACAO-OK
                END-IF
            END-IF.

      ****** NOVO PRECO ACORDADO DA LINHA *******************************
       3200-ALTERAR-PRECO.
            DISPLAY 'INFORME O NOVO PRECO ACORDADO:'
            ACCEPT WS-PRECO-DEPOIS
            IF WS-PRECO-DEPOIS EQUAL ZERO OR
               WS-PRECO-DEPOIS EQUAL PED-PRECO-ACORDADO
                DISPLAY 'PRECO INVALIDO OU IGUAL AO ATUAL'
            ELSE
                MOVE 'S' TO WS-ALTERACAO-OK
            END-IF.

      ****** CANCELA O PENDENTE; O JA RECEBIDO FICA NA LINHA ************
       3300-CANCELAR-LINHA.
            SUBTRACT PED-QTD-RECEBIDA FROM PED-QTD-PEDIDA
                GIVING WS-QTD-DEVOLVER-CTR
            DISPLAY 'CANCELAR O PENDENTE DE ' WS-QTD-DEVOLVER-CTR ' '
                WS-UNIDADE-AVISO '? (S|N)'
            ACCEPT WS-RESP
            IF WS-RESP EQUAL 'S'
                MOVE 'C' TO WS-SITUACAO-DEPOIS
                MOVE 'S' TO WS-ALTERACAO-OK
            ELSE
                MOVE ZEROS TO WS-QTD-DEVOLVER-CTR
                DISPLAY 'CANCELAMENTO DESISTIDO'
            END-IF.

      ****** MOTIVO E OBRIGATORIO ***************************************
       3500-OBTER-MOTIVO.
            DISPLAY 'INFORME O MOTIVO (OBRIGATORIO):'
            MOVE SPACES TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
                DISPLAY 'MOTIVO NAO INFORMADO, ALTERACAO DESCARTADA'
                MOVE 'N' TO WS-ALTERACAO-OK
            END-IF.

      ****** REGRAVA A LINHA, DEVOLVE SALDO, LOG E AVISO ****************
       4000-APLICAR-ALTERACAO.
            MOVE WS-QTD-DEPOIS TO PED-QTD-PEDIDA
            MOVE WS-PRECO-DEPOIS TO PED-PRECO-ACORDADO
            MOVE WS-SITUACAO-DEPOIS TO PED-SITUACAO
            IF PED-RECEBIDO
                ACCEPT PED-DATA-RECEBIDO FROM DATE YYYYMMDD
            END-IF
            REWRITE REG-PEDIDO-COMPRA
            END-REWRITE
            IF WS-FS-PED NOT EQUAL ZEROS
                DISPLAY 'ERRO: NAO FOI POSSIVEL REGRAVAR A LINHA DO '
                    'PEDIDO'
                MOVE WS-FS-PED TO WS-FS-CODIGO
                PERFORM 9700-TRADUZIR-FILE-STATUS
                DISPLAY 'FILE STATUS: ' WS-FS-CODIGO ' - '
                    WS-FS-MENSAGEM
                MOVE 'CRUD-29-altera-ped' TO WS-ERR-PROGRAMA
                MOVE 'ALTERAR' TO WS-ERR-OPERACAO
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            ELSE
                IF PED-LIBERACAO-CONTRATO AND
                   WS-QTD-DEVOLVER-CTR > ZERO
                    PERFORM 4100-DEVOLVER-SALDO-CONTRATO
                END-IF
                PERFORM 4150-AJUSTAR-COMPROMISSO
                MOVE 'ALTPEDIDO' TO WS-SEQ-NOME
                PERFORM 9900-PROXIMO-NUMERO
                MOVE WS-SEQ-NUMERO TO WS-NUMERO-AVISO
                PERFORM 4200-GRAVAR-IMAGENS
                PERFORM 4300-IMPRIMIR-AVISO
                IF PED-CANCELADO
                    DISPLAY 'LINHA CANCELADA, AVISO ' WS-NUMERO-AVISO
                        ' EM alteracoes-pedido.txt'
                ELSE
                    DISPLAY 'LINHA ALTERADA, AVISO ' WS-NUMERO-AVISO
                        ' EM alteracoes-pedido.txt'
                END-IF
            END-IF.

      ****** QUANTIDADE CORTADA VOLTA AO SALDO DO CONTRATO **************
       4100-DEVOLVER-SALDO-CONTRATO.
            OPEN I-O CONTRATOS-FORNECEDOR
            IF WS-FS-CTR EQUAL ZEROS
                MOVE PED-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
                MOVE PED-COD-PRODUTO TO CTR-COD-PRODUTO
                READ CONTRATOS-FORNECEDOR RECORD
                    KEY IS CTR-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-QTD-DEVOLVER-CTR > CTR-QTD-LIBERADA
                            MOVE ZEROS TO CTR-QTD-LIBERADA
                        ELSE
                            SUBTRACT WS-QTD-DEVOLVER-CTR FROM
                                CTR-QTD-LIBERADA
                        END-IF
                        REWRITE REG-CONTRATO
                        END-REWRITE
                        DISPLAY WS-QTD-DEVOLVER-CTR ' DEVOLVIDO AO '
                            'SALDO DO CONTRATO'
                END-READ
                CLOSE CONTRATOS-FORNECEDOR
            END-IF.

      ****** PENDENTE NOVO REFAZ O COMPROMISSO DE ORCAMENTO *************
       4150-AJUSTAR-COMPROMISSO.
            MOVE SPACES TO WS-ORC-CATEGORIA
            PERFORM 9884-REAVALIAR-COMPROMISSO
            IF WS-ORC-CMP-ACHADO EQUAL 'S' AND
               WS-ORC-DIFERENCA NOT EQUAL ZERO
                DISPLAY 'COMPROMISSO DE ORCAMENTO DE '
                    WS-ORC-CATEGORIA ' ATUALIZADO'
            END-IF.

      ****** ANTES/DEPOIS E MOTIVO NO LOG DE AUDITORIA ******************
       4200-GRAVAR-IMAGENS.
            IF PED-CANCELADO
                MOVE 'CANCELA-PD' TO LOG-OPERACAO
            ELSE
                MOVE 'ALTERA-PED' TO LOG-OPERACAO
            END-IF
            MOVE PED-COD-PRODUTO TO LOG-COD-PRODUTO
            MOVE PED-NUMERO TO IMG-NUMERO
            MOVE WS-SITUACAO-ANTES TO IMG-SITUACAO
            MOVE WS-PRECO-ANTES TO IMG-PRECO
            MOVE WS-IMAGEM-PEDIDO TO LOG-NOME-ANTES
            MOVE WS-QTD-ANTES TO LOG-ESTOQUE-ANTES
            MOVE WS-SITUACAO-DEPOIS TO IMG-SITUACAO
            MOVE WS-PRECO-DEPOIS TO IMG-PRECO
            MOVE WS-IMAGEM-PEDIDO TO LOG-NOME-DEPOIS
            MOVE WS-QTD-DEPOIS TO LOG-ESTOQUE-DEPOIS
            PERFORM 9000-GRAVAR-LOG
            MOVE 'MOTIVO-PED' TO LOG-OPERACAO
            MOVE PED-COD-PRODUTO TO LOG-COD-PRODUTO
            MOVE WS-MOTIVO (1:20) TO LOG-NOME-ANTES
            MOVE WS-NUMERO-AVISO TO LOG-ESTOQUE-ANTES
            MOVE WS-MOTIVO (21:20) TO LOG-NOME-DEPOIS
            MOVE PED-NUMERO TO LOG-ESTOQUE-DEPOIS
            PERFORM 9000-GRAVAR-LOG.

      ****** AVISO NUMERADO DE ALTERACAO PARA O FORNECEDOR **************
       4300-IMPRIMIR-AVISO.
            MOVE WS-NUMERO-AVISO TO AVI-NUMERO
            ACCEPT AVI-DATA FROM DATE YYYYMMDD
            MOVE PED-COD-FORNECEDOR TO AVI-COD-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO AVI-NOME-FORNECEDOR
            MOVE SPACES TO AVI-CONTATO
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE PED-COD-FORNECEDOR TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO AVI-NOME-FORNECEDOR
                        MOVE CONTATO-FORNECEDOR TO AVI-CONTATO
                END-READ
            END-IF
            MOVE PED-NUMERO TO AVI-NUMERO-PEDIDO
            MOVE PED-COD-PRODUTO TO AVI-COD-PRODUTO
            MOVE WS-NOME-PRODUTO-AVISO TO AVI-NOME-PRODUTO
            MOVE WS-QTD-ANTES TO AVI-QTD-ANTES
            MOVE WS-QTD-DEPOIS TO AVI-QTD-DEPOIS
            MOVE WS-UNIDADE-AVISO TO AVI-UNIDADE
            MOVE PED-QTD-RECEBIDA TO AVI-QTD-RECEBIDA
            MOVE WS-PRECO-ANTES TO AVI-PRECO-ANTES
            MOVE WS-PRECO-DEPOIS TO AVI-PRECO-DEPOIS
            EVALUATE TRUE
                WHEN PED-CANCELADO
                    MOVE 'CANCELADA (PENDENTE ANULADO)'
                        TO AVI-SITUACAO
                WHEN PED-RECEBIDO
                    MOVE 'ENCERRADA NO JA RECEBIDO' TO AVI-SITUACAO
                WHEN OTHER
                    MOVE 'ALTERADA, SEGUE EM ABERTO' TO AVI-SITUACAO
            END-EVALUATE
            MOVE WS-MOTIVO TO AVI-MOTIVO
            MOVE WS-ID-INFORMADO TO AVI-SUPERVISOR
            OPEN EXTEND ALTERACOES-PEDIDO
            IF WS-FS-ALT EQUAL 35
                OPEN OUTPUT ALTERACOES-PEDIDO
            END-IF
            MOVE 'ALTERACAO-PEDIDO' TO WS-SPL-PROGRAMA
            MOVE 'N' TO WS-SPL-ECO
            PERFORM 9810-ABRIR-SPOOL
            WRITE REG-ALTERACAO FROM WS-LINHA-SEPARADOR
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-CABECALHO
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-FORNECEDOR
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-ITEM
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-QUANTIDADE
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-PRECO
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-SITUACAO
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-MOTIVO
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-AUTORIZACAO
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-ALTERACAO FROM WS-LINHA-SEPARADOR
            MOVE REG-ALTERACAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            CLOSE ALTERACOES-PEDIDO
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'PEDIDO=' DELIMITED BY SIZE
                PED-NUMERO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL.

      ****** GRAVA LOG DE AUDITORIA COM O SUPERVISOR ********************
       9000-GRAVAR-LOG.
            MOVE WS-ID-INFORMADO TO LOG-USUARIO
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
           COPY ORCCMP.
           COPY SPLGRV.
       END PROGRAM CRUD-29-altera-pedido.
