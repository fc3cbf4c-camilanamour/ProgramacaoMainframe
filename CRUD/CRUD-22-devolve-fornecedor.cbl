      *               rastro em MOVIMENTO-LOTE, para o saldo por lote
      *               nao ficar alto nem a baixa de vencidos jogar
      *               fora estoque que ja voltou ao fornecedor
      * 15 OUT 2026 - devolucao de linha liberada contra contrato
      *               (PED-LIBERACAO) desconta a quantidade devolvida
      *               de CTR-QTD-RECEBIDA em CONTRATOS-FORNECEDOR
      * 15 OUT 2026 - devolucao contra linha cancelada baixa o recebido
      *               mas nao reabre a linha: o pendente foi anulado e
      *               nao volta a ser cobrado do fornecedor
      * 15 OUT 2026 - cada documento de devolucao agora gera a nota de
      *               debito em aberto em DEBITOS-FORNECEDOR (quantidade
      *               vezes o preco acordado da linha, ou o preco do
      *               cadastro em linha sem preco acordado), com o
      *               valor impresso no documento, para a programacao
      *               de pagamentos abater das parcelas do fornecedor
      * 15 OUT 2026 - a devolucao tira o valor devolvido do realizado
      *               da categoria no mes em ORCAMENTOS e, quando
      *               reabre a linha, volta o pendente ao compromisso
      *               de orcamento da linha (ORCCMP)
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - devolucao por defeito abre a nao conformidade
      *               (RNC) com codigo de defeito e aviso impresso;
      *               branco no codigo devolve sem RNC
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), para a prova de evolucao
      *               do valor do estoque
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - o documento de devolucao e o aviso de nao
      *               conformidade impressos tambem vao para o spool
      *               datado, com a emissao registrada no indice do
      *               spool (SPLGRV)
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-22-devolve-fornecedor.
           COPY PERSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY CTRSEL.
           COPY DEBSEL.
           COPY ERRSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY RNCSEL.
           COPY DFTSEL.
           COPY ARNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT DEVOLUCOES ASSIGN TO
           'C:\ARQUIVOS\devolucoes-fornecedor.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY PERFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY CTRFD.
           COPY DEBFD.
           COPY ERRFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY RNCFD.
           COPY DFTFD.
           COPY ARNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD DEVOLUCOES.
       01 REG-DEVOLUCAO            PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-CTR            PIC 99.
       77 WS-FS-DEB            PIC 99.
       77 WS-PRECO-DEBITO      PIC 9(07)V99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-MOV            PIC 99.
           03 DEV-UNIDADE          PIC X(03).
           03 FILLER               PIC X(13) VALUE SPACES.

       01 WS-LINHA-DEBITO.
           03 FILLER               PIC X(33)
              VALUE 'NOTA DE DEBITO AO FORNECEDOR: R$ '.
           03 DEV-VALOR-DEBITO     PIC ZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(09) VALUE ' (PRECO '.
           03 DEV-PRECO-DEBITO     PIC ZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE ')'.
           03 FILLER               PIC X(12) VALUE SPACES.

       01 WS-LINHA-ASSINATURA.
           03 FILLER               PIC X(36)
              VALUE 'ASSINATURA DO MOTORISTA: ___________'.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY ORCWS.
           COPY RNCWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-PERFORM
            IF WS-FS EQUAL ZEROS
                SUBTRACT WS-QTD-DEVOLVER FROM PED-QTD-RECEBIDA
                IF NOT PED-CANCELADO
                    IF PED-QTD-RECEBIDA EQUAL ZERO
                        SET PED-ABERTO TO TRUE
                    ELSE
                        SET PED-PARCIAL TO TRUE
                    END-IF
                    MOVE ZEROS TO PED-DATA-RECEBIDO
                END-IF
                REWRITE REG-PEDIDO-COMPRA
                END-REWRITE
                IF WS-FS-PED NOT EQUAL ZEROS
                    MOVE 'DEVOLVER' TO WS-ERR-OPERACAO
                    PERFORM 9800-GRAVAR-ERRO-DIARIO
                END-IF
                IF PED-LIBERACAO-CONTRATO
                    PERFORM 3150-ESTORNAR-CONTRATO
                END-IF
                PERFORM 3160-ATUALIZAR-ORCAMENTO
                MOVE COD-PRODUTO TO MOV-COD-PRODUTO
                MOVE WS-QTD-CONVERTIDA TO MOV-QUANTIDADE
                SET MOV-DEVOLUCAO TO TRUE
                PERFORM 9100-GRAVAR-MOVIMENTO
                PERFORM 3200-BAIXAR-LOTE-DEVOLVIDO
                PERFORM 4000-IMPRIMIR-DOCUMENTO
                PERFORM 4200-ABRIR-NAO-CONFORMIDADE
                MOVE 'DEVOLVER' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            END-IF.

      ****** DEVOLVIDO SAI DO REALIZADO E VOLTA AO COMPROMISSO **********
       3160-ATUALIZAR-ORCAMENTO.
            MOVE CATEGORIA-PRODUTO TO WS-ORC-CATEGORIA
            PERFORM 9884-REAVALIAR-COMPROMISSO
            MOVE WS-DATA-CONFERIR (1:6) TO WS-ORC-MES
            IF PED-TAXA-RECEBIMENTO EQUAL ZERO
                COMPUTE WS-ORC-VALOR ROUNDED =
                    WS-QTD-DEVOLVER * PED-PRECO-ACORDADO
            ELSE
                COMPUTE WS-ORC-VALOR ROUNDED =
                    WS-QTD-DEVOLVER * PED-PRECO-ACORDADO *
                    PED-TAXA-RECEBIMENTO
            END-IF
            PERFORM 9887-ESTORNAR-REALIZADO.

      ****** DEVOLUCAO SAI DO RECEBIDO DO CONTRATO **********************
       3150-ESTORNAR-CONTRATO.
            OPEN I-O CONTRATOS-FORNECEDOR
            IF WS-FS-CTR EQUAL ZEROS
                MOVE PED-COD-FORNECEDOR TO CTR-COD-FORNECEDOR
                MOVE PED-COD-PRODUTO TO CTR-COD-PRODUTO
                READ CONTRATOS-FORNECEDOR RECORD
                    KEY IS CTR-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-QTD-DEVOLVER > CTR-QTD-RECEBIDA
                            MOVE ZEROS TO CTR-QTD-RECEBIDA
                        ELSE
                            SUBTRACT WS-QTD-DEVOLVER FROM
                                CTR-QTD-RECEBIDA
                        END-IF
                        REWRITE REG-CONTRATO
                        END-REWRITE
                END-READ
                CLOSE CONTRATOS-FORNECEDOR
            END-IF.

      ****** BAIXA O LOTE DEVOLVIDO E GRAVA O RASTRO ********************
       3200-BAIXAR-LOTE-DEVOLVIDO.
            IF WS-LOTE-DEVOLVIDO NOT EQUAL SPACES
            IF WS-FS-DEV EQUAL 35
                OPEN OUTPUT DEVOLUCOES
            END-IF
            MOVE 'DEVOLUCAO-FORNECEDOR' TO WS-SPL-PROGRAMA
            MOVE 'N' TO WS-SPL-ECO
            PERFORM 9810-ABRIR-SPOOL
            WRITE REG-DEVOLUCAO FROM WS-LINHA-SEPARADOR
            MOVE REG-DEVOLUCAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-NUMERO-DEVOLUCAO TO DEV-NUMERO
            ACCEPT DEV-DATA FROM DATE YYYYMMDD
            WRITE REG-DEVOLUCAO FROM WS-LINHA-CABECALHO
            MOVE REG-DEVOLUCAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE PED-COD-FORNECEDOR TO DEV-COD-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO DEV-NOME-FORNECEDOR
            MOVE SPACES TO DEV-CONTATO
                END-READ
            END-IF
            WRITE REG-DEVOLUCAO FROM WS-LINHA-FORNECEDOR
            MOVE REG-DEVOLUCAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE PED-NUMERO TO DEV-NUMERO-PEDIDO
            MOVE COD-PRODUTO TO DEV-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO DEV-NOME-PRODUTO
                MOVE WS-UNIDADE-COMPRA TO DEV-UNIDADE
            END-IF
            WRITE REG-DEVOLUCAO FROM WS-LINHA-ITEM
            MOVE REG-DEVOLUCAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            PERFORM 4100-GRAVAR-DEBITO
            MOVE DEB-VALOR TO DEV-VALOR-DEBITO
            MOVE WS-PRECO-DEBITO TO DEV-PRECO-DEBITO
            WRITE REG-DEVOLUCAO FROM WS-LINHA-DEBITO
            MOVE REG-DEVOLUCAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-DEVOLUCAO FROM WS-LINHA-ASSINATURA
            MOVE REG-DEVOLUCAO TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            CLOSE DEVOLUCOES
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'DEVOLUCAO=' DELIMITED BY SIZE
                WS-NUMERO-DEVOLUCAO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            DISPLAY 'DOCUMENTO DE DEVOLUCAO ' WS-NUMERO-DEVOLUCAO
                ' GRAVADO EM devolucoes-fornecedor.txt'.

      ****** NOTA DE DEBITO EM ABERTO PARA O CONTAS A PAGAR *************
       4100-GRAVAR-DEBITO.
            MOVE PED-PRECO-ACORDADO TO WS-PRECO-DEBITO
            IF WS-PRECO-DEBITO EQUAL ZERO
                MOVE PRECO-PRODUTO TO WS-PRECO-DEBITO
            END-IF
            MOVE WS-NUMERO-DEVOLUCAO TO DEB-NUMERO
            MOVE PED-COD-FORNECEDOR TO DEB-COD-FORNECEDOR
            ACCEPT DEB-DATA FROM DATE YYYYMMDD
            MOVE PED-NUMERO TO DEB-NUMERO-PEDIDO
            MOVE COD-PRODUTO TO DEB-COD-PRODUTO
            MOVE WS-QTD-DEVOLVER TO DEB-QUANTIDADE
            COMPUTE DEB-VALOR = WS-QTD-DEVOLVER * WS-PRECO-DEBITO
            MOVE DEB-VALOR TO DEB-SALDO
            SET DEB-ABERTO TO TRUE
            OPEN I-O DEBITOS-FORNECEDOR
            IF WS-FS-DEB EQUAL 35
                OPEN OUTPUT DEBITOS-FORNECEDOR
                CLOSE DEBITOS-FORNECEDOR
                OPEN I-O DEBITOS-FORNECEDOR
            END-IF
            WRITE REG-DEBITO
            END-WRITE
            IF WS-FS-DEB NOT EQUAL ZEROS
                DISPLAY 'ERRO: NAO FOI POSSIVEL GRAVAR A NOTA DE '
                    'DEBITO ' WS-NUMERO-DEVOLUCAO
                MOVE WS-FS-DEB TO WS-FS-CODIGO
                PERFORM 9700-TRADUZIR-FILE-STATUS
                DISPLAY 'FILE STATUS: ' WS-FS-CODIGO ' - '
                    WS-FS-MENSAGEM
                MOVE 'CRUD-22-devolve' TO WS-ERR-PROGRAMA
                MOVE 'DEBITAR' TO WS-ERR-OPERACAO
                PERFORM 9800-GRAVAR-ERRO-DIARIO
            END-IF
            CLOSE DEBITOS-FORNECEDOR.

      ****** DEVOLUCAO POR DEFEITO ABRE RNC CONTRA O FORNECEDOR *********
       4200-ABRIR-NAO-CONFORMIDADE.
            MOVE 'D' TO WS-RNC-ORIGEM
            MOVE WS-NUMERO-DEVOLUCAO TO WS-RNC-DOCUMENTO
            MOVE PED-COD-FORNECEDOR TO WS-RNC-FORNECEDOR
            MOVE DEV-NOME-FORNECEDOR TO WS-RNC-NOME-FORN
            MOVE PED-NUMERO TO WS-RNC-PEDIDO
            MOVE COD-PRODUTO TO WS-RNC-PRODUTO
            MOVE WS-NOME-PRODUTO TO WS-RNC-NOME-PRODUTO
            MOVE WS-LOTE-DEVOLVIDO TO WS-RNC-LOTE
            MOVE WS-QTD-CONVERTIDA TO WS-RNC-QUANTIDADE
            PERFORM 9860-ABRIR-NAO-CONFORMIDADE.

      ****** GRAVA MOVIMENTO DE ESTOQUE *********************************
       9100-GRAVAR-MOVIMENTO.
            ACCEPT MOV-DATA FROM DATE YYYYMMDD
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            MOVE SPACE TO MOV-MOTIVO
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
           COPY ERRGRV.
           COPY SEQNXT.
           COPY PERCHK.
           COPY ORCCMP.
           COPY RNCGRV.
           COPY PARLER.
           COPY SPLGRV.

       END PROGRAM CRUD-22-devolve-fornecedor.
