      *          DE ESTOQUE CONTINUA PASSANDO POR ALTERAR/CRUD-11,
      *          COM LANCAMENTO NO LIVRO E REGRAS DE SAIDA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - fornecedor e estoque minimo sensiveis
      *               (APROVACAO_CAMPOS) nao sao mais regravados pelo
      *               painel: viram solicitacao pendente para o
      *               supervisor aprovar em CRUD-41-aprova-alteracoes
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-17-cadastro-tela.
           COPY LOGSEL.
           COPY BAKSEL.
           COPY ERRSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY SOLSEL.
           COPY PARSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LOGFD.
           COPY BAKFD.
           COPY ERRFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY SOLFD.
           COPY PARFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
           COPY PRODWS.
           COPY FSTWS.
           COPY PRODPATH.
           COPY SEQWS.
           COPY SOLWS.
           COPY PARWS.

       SCREEN SECTION.
       01 TELA-PRODUTO.
                            DISPLAY 'CONFIRMA A ALTERACAO? (S|N)'
                            ACCEPT WS-CONFIRMA
                            IF WS-CONFIRMA EQUAL 'S'
                                PERFORM 2050-SEPARAR-SENSIVEIS
                                IF REG-PRODUTO EQUAL WS-PRODUTO
                                    DISPLAY 'NENHUMA OUTRA ALTERACAO '
                                        'A GRAVAR AGORA'
                                ELSE
                                    PERFORM 2100-REGRAVAR-PRODUTO
                                END-IF
                            ELSE
                                DISPLAY 'ALTERACAO CANCELADA'
                            END-IF
            CLOSE PRODUTOS
            CLOSE PRODUTOS-BACKUP.

      ****** FORNECEDOR E MINIMO SENSIVEIS VIRAM SOLICITACAO ************
      ****** PENDENTE E VOLTAM AO VALOR ATUAL ANTES DO REWRITE    *******
       2050-SEPARAR-SENSIVEIS.
            MOVE SPACES TO WS-SOL-SOLICITANTE
            ACCEPT WS-SOL-SOLICITANTE FROM ENVIRONMENT 'USER'
            IF WS-SOL-SOLICITANTE EQUAL SPACES
                MOVE 'DESCONHECIDO' TO WS-SOL-SOLICITANTE
            END-IF
            MOVE 'CRUD-17-tela' TO WS-SOL-ORIGEM
            MOVE WS-COD-BUSCA TO WS-SOL-PRODUTO
            IF COD-FORNECEDOR OF REG-PRODUTO NOT EQUAL
               WS-COD-FORNECEDOR
                MOVE 'F' TO WS-SOL-CAMPO
                PERFORM 9880-CONFERIR-CAMPO-SENSIVEL
                IF WS-SOL-SENSIVEL EQUAL 'S'
                    MOVE WS-COD-FORNECEDOR TO WS-SOL-ANTES-NUM
                    MOVE COD-FORNECEDOR OF REG-PRODUTO
                        TO WS-SOL-DEPOIS-NUM
                    PERFORM 9885-GRAVAR-SOLICITACAO
                    MOVE WS-COD-FORNECEDOR TO
                        COD-FORNECEDOR OF REG-PRODUTO
                END-IF
            END-IF
            IF ESTOQUE-MINIMO NOT EQUAL WS-ESTOQUE-MINIMO
                MOVE 'M' TO WS-SOL-CAMPO
                PERFORM 9880-CONFERIR-CAMPO-SENSIVEL
                IF WS-SOL-SENSIVEL EQUAL 'S'
                    MOVE WS-ESTOQUE-MINIMO TO WS-SOL-ANTES-NUM
                    MOVE ESTOQUE-MINIMO TO WS-SOL-DEPOIS-NUM
                    PERFORM 9885-GRAVAR-SOLICITACAO
                    MOVE WS-ESTOQUE-MINIMO TO ESTOQUE-MINIMO
                END-IF
            END-IF.

      ****** REGRAVA COM NOVA TENTATIVA EM REGISTRO OCUPADO *************
       2100-REGRAVAR-PRODUTO.
            ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD

           COPY FSTMSG.
           COPY ERRGRV.
           COPY SEQNXT.
           COPY SOLGRV.
           COPY PARLER.
       END PROGRAM CRUD-17-cadastro-tela.
