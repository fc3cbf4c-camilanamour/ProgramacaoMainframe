      *          A MUDANCA VAI PARA O LOG DE AUDITORIA, COMO
      *          9000-GRAVAR-LOG FAZ PARA PRODUTOS.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - ALTERAR agora tambem troca a condicao de
      *               pagamento (prazos em dias ou dia fixo), com a
      *               condicao anterior e a nova no log (FORN-PAG);
      *               LISTAR mostra a condicao
      * 15 OUT 2026 - ALTERAR tambem troca a moeda de faturamento (a
      *               anterior e a nova no log como FORN-MOE); LISTAR
      *               mostra a moeda
      * 15 OUT 2026 - ALTERAR tambem troca CNPJ (digitos conferidos,
      *               duplicata recusada), endereco, telefone, e-mail e
      *               dados bancarios, com log
      *               FORN-CNPJ/FORN-END/FORN-BCO; ALTERAR e LISTAR
      *               mostram esses campos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-10-manter-fornecedor.
       77 WS-NOME-NOVO         PIC X(30).
       77 WS-CONTATO-NOVO      PIC X(20).
       77 WS-PRAZO-NOVO        PIC 9(03).
       77 WS-CONDICAO-ANTES    PIC X(12).
       77 WS-TROCAR-CONDICAO   PIC X VALUE SPACE.
       77 WS-MOEDA-ANTES       PIC X(03).
       77 WS-MOEDA-NOVA        PIC X(03).
       77 WS-CNPJ-ANTES        PIC 9(14).
       77 WS-CNPJ-NOVO         PIC 9(14).
       77 WS-CNPJ-ACEITO       PIC X VALUE SPACE.
       77 WS-RESP-CNPJ         PIC X VALUE SPACE.
       77 WS-ENDERECO-ANTES    PIC X(70).
       77 WS-TELEFONE-ANTES    PIC X(15).
       77 WS-EMAIL-ANTES       PIC X(40).
       77 WS-BANCARIOS-ANTES   PIC X(21).
       77 WS-LOGRADOURO-NOVO   PIC X(40).
       77 WS-CIDADE-NOVA       PIC X(20).
       77 WS-UF-NOVA           PIC X(02).
       77 WS-CEP-NOVO          PIC 9(08).
       77 WS-TELEFONE-NOVO     PIC X(15).
       77 WS-EMAIL-NOVO        PIC X(40).
       77 WS-BANCO-NOVO        PIC 9(03).

       01 WS-BANCARIOS-LOG.
           03 WS-BCO-LOG-AGENCIA   PIC X(06).
           03 WS-BCO-LOG-CONTA     PIC X(12).

           COPY FSTWS.
           COPY CNPJWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        DISPLAY 'NOME ATUAL: ' NOME-FORNECEDOR
                        DISPLAY 'CONTATO ATUAL: ' CONTATO-FORNECEDOR
                        DISPLAY 'PRAZO ATUAL: ' PRAZO-ENTREGA ' DIAS'
                        PERFORM 1800-MOSTRAR-CONDICAO
                        PERFORM 1850-MOSTRAR-CADASTRO
                        PERFORM 1500-GRAVAR-BACKUP
                        MOVE 'S' TO WS-ALTERAR
                    END-IF
                IF WS-PRAZO-NOVO NOT EQUAL ZERO
                    MOVE WS-PRAZO-NOVO TO PRAZO-ENTREGA
                END-IF
                MOVE CONDICAO-PAGAMENTO TO WS-CONDICAO-ANTES
                DISPLAY 'ALTERAR A CONDICAO DE PAGAMENTO? (S|N)'
                MOVE SPACE TO WS-TROCAR-CONDICAO
                ACCEPT WS-TROCAR-CONDICAO
                IF WS-TROCAR-CONDICAO EQUAL 'S'
                    PERFORM 1700-INFORMAR-CONDICAO
                END-IF
                MOVE MOEDA-FORNECEDOR TO WS-MOEDA-ANTES
                DISPLAY 'INFORME A NOVA MOEDA DE FATURAMENTO (BRANCO '
                    '= MANTER):'
                MOVE SPACES TO WS-MOEDA-NOVA
                ACCEPT WS-MOEDA-NOVA
                IF WS-MOEDA-NOVA NOT EQUAL SPACES
                    MOVE WS-MOEDA-NOVA TO MOEDA-FORNECEDOR
                END-IF
                MOVE CNPJ-FORNECEDOR TO WS-CNPJ-ANTES
                PERFORM 1100-ALTERAR-CNPJ
                MOVE ENDERECO-FORNECEDOR TO WS-ENDERECO-ANTES
                MOVE TELEFONE-FORNECEDOR TO WS-TELEFONE-ANTES
                MOVE EMAIL-FORNECEDOR TO WS-EMAIL-ANTES
                MOVE DADOS-BANCARIOS TO WS-BANCARIOS-ANTES
                PERFORM 1200-ALTERAR-ENDERECO
                PERFORM 1600-REGRAVAR-FORNECEDOR
                IF WS-FS-FORN EQUAL ZEROS
                    DISPLAY 'FORNECEDOR ALTERADO COM SUCESSO!'
                    MOVE NOME-FORNECEDOR TO LOG-NOME-DEPOIS
                    MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                    PERFORM 9000-GRAVAR-LOG
                    IF CONDICAO-PAGAMENTO NOT EQUAL WS-CONDICAO-ANTES
                        MOVE 'FORN-PAG' TO LOG-OPERACAO
                        MOVE COD-FORNECEDOR TO LOG-COD-PRODUTO
                        MOVE WS-CONDICAO-ANTES TO LOG-NOME-ANTES
                        MOVE ZEROS TO LOG-ESTOQUE-ANTES
                        MOVE CONDICAO-PAGAMENTO TO LOG-NOME-DEPOIS
                        MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                        PERFORM 9000-GRAVAR-LOG
                    END-IF
                    IF MOEDA-FORNECEDOR NOT EQUAL WS-MOEDA-ANTES
                        MOVE 'FORN-MOE' TO LOG-OPERACAO
                        MOVE COD-FORNECEDOR TO LOG-COD-PRODUTO
                        MOVE WS-MOEDA-ANTES TO LOG-NOME-ANTES
                        MOVE ZEROS TO LOG-ESTOQUE-ANTES
                        MOVE MOEDA-FORNECEDOR TO LOG-NOME-DEPOIS
                        MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                        PERFORM 9000-GRAVAR-LOG
                    END-IF
                    PERFORM 1300-REGISTRAR-CADASTRO
                ELSE
                    DISPLAY 'ERRO: NAO FOI POSSIVEL REGRAVAR'
                    MOVE WS-FS-FORN TO WS-FS-CODIGO
                   DISPLAY 'NOME: ' NOME-FORNECEDOR
                   DISPLAY 'CONTATO: ' CONTATO-FORNECEDOR
                   DISPLAY 'PRAZO DE ENTREGA: ' PRAZO-ENTREGA ' DIAS'
                   PERFORM 1800-MOSTRAR-CONDICAO
                   PERFORM 1850-MOSTRAR-CADASTRO
                   IF FORN-INATIVO
                       DISPLAY 'SITUACAO: INATIVO'
                   ELSE
            END-IF
            CLOSE FORNECEDORES.

      ****** NOVO CNPJ: DIGITOS CONFERIDOS E SEM DUPLICATA **************
       1100-ALTERAR-CNPJ.
            MOVE SPACE TO WS-CNPJ-ACEITO
            PERFORM UNTIL WS-CNPJ-ACEITO NOT EQUAL SPACE
                DISPLAY 'INFORME O NOVO CNPJ (SO NUMEROS; 0 = '
                    'MANTER):'
                MOVE ZEROS TO WS-CNPJ-NOVO
                ACCEPT WS-CNPJ-NOVO
                IF WS-CNPJ-NOVO EQUAL ZEROS
                    MOVE 'S' TO WS-CNPJ-ACEITO
                ELSE
                    MOVE WS-CNPJ-NOVO TO WS-CNPJ-VALIDAR
                    PERFORM 9890-VALIDAR-CNPJ
                    IF WS-CNPJ-OK NOT EQUAL 'S'
                        DISPLAY 'CNPJ INVALIDO: DIGITOS VERIFICADORES '
                            'NAO CONFEREM'
                    ELSE
                        MOVE WS-CNPJ-NOVO TO CNPJ-FORNECEDOR
                        PERFORM 9895-CONFERIR-CNPJ-DUPLICADO
                        IF WS-CNPJ-DUPLICADO EQUAL 'S'
                            DISPLAY 'CNPJ JA CADASTRADO NO FORNECEDOR '
                                WS-CNPJ-COD-EXISTENTE
                            MOVE WS-CNPJ-ANTES TO CNPJ-FORNECEDOR
                        ELSE
                            MOVE 'S' TO WS-CNPJ-ACEITO
                        END-IF
                    END-IF
                END-IF
                IF WS-CNPJ-ACEITO EQUAL SPACE
                    DISPLAY 'INFORMAR OUTRO CNPJ? (S|N)'
                    MOVE SPACE TO WS-RESP-CNPJ
                    ACCEPT WS-RESP-CNPJ
                    IF WS-RESP-CNPJ NOT EQUAL 'S'
                        MOVE 'N' TO WS-CNPJ-ACEITO
                        DISPLAY 'CNPJ MANTIDO'
                    END-IF
                END-IF
            END-PERFORM
            IF CNPJ-FORNECEDOR EQUAL ZEROS AND
               MOEDA-FORNECEDOR EQUAL 'BRL'
                DISPLAY 'ATENCAO: FORNECEDOR NACIONAL AINDA SEM CNPJ'
            END-IF.

      ****** ENDERECO, TELEFONE, E-MAIL E DADOS BANCARIOS ***************
       1200-ALTERAR-ENDERECO.
            DISPLAY 'INFORME O NOVO ENDERECO (BRANCO = MANTER):'
            MOVE SPACES TO WS-LOGRADOURO-NOVO
            ACCEPT WS-LOGRADOURO-NOVO
            IF WS-LOGRADOURO-NOVO NOT EQUAL SPACES
                MOVE WS-LOGRADOURO-NOVO TO LOGRADOURO-FORNECEDOR
                DISPLAY 'INFORME A CIDADE:'
                MOVE SPACES TO WS-CIDADE-NOVA
                ACCEPT WS-CIDADE-NOVA
                MOVE WS-CIDADE-NOVA TO CIDADE-FORNECEDOR
                DISPLAY 'INFORME A UF:'
                MOVE SPACES TO WS-UF-NOVA
                ACCEPT WS-UF-NOVA
                MOVE WS-UF-NOVA TO UF-FORNECEDOR
                DISPLAY 'INFORME O CEP (SO NUMEROS):'
                MOVE ZEROS TO WS-CEP-NOVO
                ACCEPT WS-CEP-NOVO
                MOVE WS-CEP-NOVO TO CEP-FORNECEDOR
            END-IF
            DISPLAY 'INFORME O NOVO TELEFONE (BRANCO = MANTER):'
            MOVE SPACES TO WS-TELEFONE-NOVO
            ACCEPT WS-TELEFONE-NOVO
            IF WS-TELEFONE-NOVO NOT EQUAL SPACES
                MOVE WS-TELEFONE-NOVO TO TELEFONE-FORNECEDOR
            END-IF
            DISPLAY 'INFORME O NOVO E-MAIL (BRANCO = MANTER):'
            MOVE SPACES TO WS-EMAIL-NOVO
            ACCEPT WS-EMAIL-NOVO
            IF WS-EMAIL-NOVO NOT EQUAL SPACES
                MOVE WS-EMAIL-NOVO TO EMAIL-FORNECEDOR
            END-IF
            DISPLAY 'INFORME O NOVO BANCO (0 = MANTER OS DADOS '
                'BANCARIOS):'
            MOVE ZEROS TO WS-BANCO-NOVO
            ACCEPT WS-BANCO-NOVO
            IF WS-BANCO-NOVO NOT EQUAL ZEROS
                MOVE WS-BANCO-NOVO TO BANCO-FORNECEDOR
                DISPLAY 'INFORME A AGENCIA:'
                MOVE SPACES TO AGENCIA-FORNECEDOR
                ACCEPT AGENCIA-FORNECEDOR
                DISPLAY 'INFORME A CONTA:'
                MOVE SPACES TO CONTA-FORNECEDOR
                ACCEPT CONTA-FORNECEDOR
            END-IF.

      ****** CNPJ, ENDERECO E BANCO TROCADOS VAO PARA O LOG *************
       1300-REGISTRAR-CADASTRO.
            IF CNPJ-FORNECEDOR NOT EQUAL WS-CNPJ-ANTES
                MOVE 'FORN-CNPJ' TO LOG-OPERACAO
                MOVE COD-FORNECEDOR TO LOG-COD-PRODUTO
                MOVE WS-CNPJ-ANTES TO LOG-NOME-ANTES
                MOVE ZEROS TO LOG-ESTOQUE-ANTES
                MOVE CNPJ-FORNECEDOR TO LOG-NOME-DEPOIS
                MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            END-IF
            IF ENDERECO-FORNECEDOR NOT EQUAL WS-ENDERECO-ANTES OR
               TELEFONE-FORNECEDOR NOT EQUAL WS-TELEFONE-ANTES OR
               EMAIL-FORNECEDOR NOT EQUAL WS-EMAIL-ANTES
                MOVE 'FORN-END' TO LOG-OPERACAO
                MOVE COD-FORNECEDOR TO LOG-COD-PRODUTO
                MOVE WS-ENDERECO-ANTES TO LOG-NOME-ANTES
                MOVE ZEROS TO LOG-ESTOQUE-ANTES
                MOVE LOGRADOURO-FORNECEDOR TO LOG-NOME-DEPOIS
                MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            END-IF
            IF DADOS-BANCARIOS NOT EQUAL WS-BANCARIOS-ANTES
                MOVE 'FORN-BCO' TO LOG-OPERACAO
                MOVE COD-FORNECEDOR TO LOG-COD-PRODUTO
                MOVE WS-BANCARIOS-ANTES (4 : 18) TO WS-BANCARIOS-LOG
                MOVE WS-BANCARIOS-LOG TO LOG-NOME-ANTES
                MOVE WS-BANCARIOS-ANTES (1 : 3) TO LOG-ESTOQUE-ANTES
                MOVE AGENCIA-FORNECEDOR TO WS-BCO-LOG-AGENCIA
                MOVE CONTA-FORNECEDOR TO WS-BCO-LOG-CONTA
                MOVE WS-BANCARIOS-LOG TO LOG-NOME-DEPOIS
                MOVE BANCO-FORNECEDOR TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
            END-IF.

      ****** GRAVA A IMAGEM ANTERIOR DO FORNECEDOR **********************
       1500-GRAVAR-BACKUP.
            MOVE COD-FORNECEDOR TO FBK-COD-FORNECEDOR
               END-IF
            END-PERFORM.

      ****** CONDICAO DE PAGAMENTO: PRAZOS EM DIAS OU DIA FIXO **********
       1700-INFORMAR-CONDICAO.
            MOVE ZEROS TO PRAZO-PAGTO-1
            MOVE ZEROS TO PRAZO-PAGTO-2
            MOVE ZEROS TO PRAZO-PAGTO-3
            MOVE ZEROS TO DIA-PAGTO-FIXO
            DISPLAY 'CONDICAO DE PAGAMENTO: (P)PRAZOS EM DIAS '
                '(F)DIA FIXO DO MES'
            ACCEPT TIPO-PAGAMENTO
            IF NOT PAGTO-DIA-FIXO
                SET PAGTO-PRAZOS TO TRUE
            END-IF
            IF PAGTO-PRAZOS
                DISPLAY 'INFORME O 1O PRAZO DE PAGAMENTO (DIAS):'
                ACCEPT PRAZO-PAGTO-1
                DISPLAY 'INFORME O 2O PRAZO (0 = PARCELA UNICA):'
                ACCEPT PRAZO-PAGTO-2
                IF PRAZO-PAGTO-2 > PRAZO-PAGTO-1
                    DISPLAY 'INFORME O 3O PRAZO (0 = DUAS PARCELAS):'
                    ACCEPT PRAZO-PAGTO-3
                    IF PRAZO-PAGTO-3 NOT GREATER THAN PRAZO-PAGTO-2
                        MOVE ZEROS TO PRAZO-PAGTO-3
                    END-IF
                ELSE
                    MOVE ZEROS TO PRAZO-PAGTO-2
                END-IF
            ELSE
                DISPLAY 'INFORME O DIA FIXO DE PAGAMENTO (1 A 31):'
                ACCEPT DIA-PAGTO-FIXO
                IF DIA-PAGTO-FIXO EQUAL ZERO OR DIA-PAGTO-FIXO > 31
                    MOVE 10 TO DIA-PAGTO-FIXO
                    DISPLAY 'DIA INVALIDO, ASSUMIDO DIA 10'
                END-IF
                DISPLAY 'INFORME O PRAZO MINIMO ATE O DIA FIXO (DIAS):'
                ACCEPT PRAZO-PAGTO-1
            END-IF.

      ****** MOSTRA A CONDICAO DE PAGAMENTO CADASTRADA ******************
       1800-MOSTRAR-CONDICAO.
            EVALUATE TRUE
                WHEN PAGTO-PRAZOS
                    DISPLAY 'PAGAMENTO: ' PRAZO-PAGTO-1 '/'
                        PRAZO-PAGTO-2 '/' PRAZO-PAGTO-3 ' DIAS'
                WHEN PAGTO-DIA-FIXO
                    DISPLAY 'PAGAMENTO: DIA ' DIA-PAGTO-FIXO
                        ' DO MES, MINIMO ' PRAZO-PAGTO-1 ' DIAS'
                WHEN OTHER
                    DISPLAY 'PAGAMENTO: PADRAO 30 DIAS'
            END-EVALUATE
            IF MOEDA-FORNECEDOR EQUAL SPACES
                DISPLAY 'MOEDA: BRL'
            ELSE
                DISPLAY 'MOEDA: ' MOEDA-FORNECEDOR
            END-IF.

      ****** MOSTRA CNPJ, ENDERECO, CONTATOS E BANCO ********************
       1850-MOSTRAR-CADASTRO.
            IF CNPJ-FORNECEDOR EQUAL ZEROS
                DISPLAY 'CNPJ: NAO INFORMADO'
            ELSE
                MOVE CNPJ-FORNECEDOR TO WS-CNPJ-VALIDAR
                PERFORM 9892-FORMATAR-CNPJ
                DISPLAY 'CNPJ: ' WS-CNPJ-FORMATADO
            END-IF
            IF LOGRADOURO-FORNECEDOR NOT EQUAL SPACES
                DISPLAY 'ENDERECO: ' LOGRADOURO-FORNECEDOR
                DISPLAY '          ' CIDADE-FORNECEDOR ' '
                    UF-FORNECEDOR ' CEP ' CEP-FORNECEDOR
            END-IF
            IF TELEFONE-FORNECEDOR NOT EQUAL SPACES
                DISPLAY 'TELEFONE: ' TELEFONE-FORNECEDOR
            END-IF
            IF EMAIL-FORNECEDOR NOT EQUAL SPACES
                DISPLAY 'E-MAIL: ' EMAIL-FORNECEDOR
            END-IF
            IF BANCO-FORNECEDOR NOT EQUAL ZEROS
                DISPLAY 'BANCO: ' BANCO-FORNECEDOR ' AGENCIA: '
                    AGENCIA-FORNECEDOR ' CONTA: ' CONTA-FORNECEDOR
            END-IF.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            ACCEPT LOG-USUARIO FROM ENVIRONMENT 'USER'

           COPY FSTMSG.
           COPY ERRGRV.
           COPY CNPJCHK.
       END PROGRAM CRUD-10-manter-fornecedor.
