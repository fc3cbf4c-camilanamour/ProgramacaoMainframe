      * 23 AGO 2026 - fornecedor novo agora nasce com STATUS ATIVO,
      *               para a exclusao logica de CRUD-10-manter-
      *               fornecedor
      * 15 OUT 2026 - inclusao agora pede a condicao de pagamento (ate
      *               tres prazos em dias ou dia fixo do mes), usada
      *               pela programacao de pagamentos
      * 15 OUT 2026 - inclusao pede a moeda de faturamento do
      *               fornecedor (branco = BRL)
      * 15 OUT 2026 - inclusao pede o CNPJ (digitos verificadores
      *               conferidos, duplicata recusada, obrigatorio para
      *               fornecedor em BRL), endereco, telefone, e-mail e
      *               dados bancarios
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-07-cadastrar-fornecedor.
       77 WS-COD-OK            PIC X VALUE SPACE.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.
       77 WS-CNPJ-ACEITO       PIC X VALUE SPACE.
       77 WS-RESP-CNPJ         PIC X VALUE SPACE.
           COPY FSTWS.
           COPY CNPJWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      ****** ARQUIVO NÃO EXISTE ****************************************
            IF WS-FS-FORN EQUAL 35 THEN
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN I-O FORNECEDORES
            END-IF

            DISPLAY 'COMECAR REGISTROS? (S|N)'
                   DISPLAY 'INFORME O PRAZO DE ENTREGA (DIAS):'
                   ACCEPT PRAZO-ENTREGA
                   SET FORN-ATIVO TO TRUE
                   PERFORM 1000-INFORMAR-CONDICAO
                   DISPLAY 'INFORME A MOEDA DE FATURAMENTO '
                       '(USD, EUR; BRANCO = BRL):'
                   MOVE SPACES TO MOEDA-FORNECEDOR
                   ACCEPT MOEDA-FORNECEDOR
                   IF MOEDA-FORNECEDOR EQUAL SPACES
                       MOVE 'BRL' TO MOEDA-FORNECEDOR
                   END-IF
                   PERFORM 1100-INFORMAR-CNPJ
                   PERFORM 1200-INFORMAR-ENDERECO
      ********* GRAVAÇÃO ***********************************************
                   MOVE SPACE TO WS-COD-OK
                   IF WS-CNPJ-ACEITO NOT EQUAL 'S'
                       DISPLAY 'INCLUSAO CANCELADA: FORNECEDOR SEM '
                           'CNPJ VALIDO'
                       MOVE 'S' TO WS-COD-OK
                   END-IF
                   INITIALIZE WS-TENTATIVAS
                   PERFORM UNTIL WS-COD-OK EQUAL 'S'
                    WRITE REG-FORNECEDOR
            CLOSE FORNECEDORES.
            STOP RUN.

      ****** CONDICAO DE PAGAMENTO: PRAZOS EM DIAS OU DIA FIXO **********
       1000-INFORMAR-CONDICAO.
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

      ****** CNPJ: DIGITOS CONFERIDOS E SEM DUPLICATA *******************
      ****** (ZERO SO E ACEITO PARA FORNECEDOR EM MOEDA            ******
      ****** ESTRANGEIRA)                                          ******
       1100-INFORMAR-CNPJ.
            MOVE SPACE TO WS-CNPJ-ACEITO
            PERFORM UNTIL WS-CNPJ-ACEITO NOT EQUAL SPACE
                DISPLAY 'INFORME O CNPJ (14 DIGITOS, SO NUMEROS; '
                    '0 = SEM CNPJ):'
                MOVE ZEROS TO CNPJ-FORNECEDOR
                ACCEPT CNPJ-FORNECEDOR
                IF CNPJ-FORNECEDOR EQUAL ZEROS
                    IF MOEDA-FORNECEDOR EQUAL 'BRL'
                        DISPLAY 'CNPJ OBRIGATORIO PARA FORNECEDOR '
                            'NACIONAL'
                    ELSE
                        MOVE 'S' TO WS-CNPJ-ACEITO
                    END-IF
                ELSE
                    MOVE CNPJ-FORNECEDOR TO WS-CNPJ-VALIDAR
                    PERFORM 9890-VALIDAR-CNPJ
                    IF WS-CNPJ-OK NOT EQUAL 'S'
                        DISPLAY 'CNPJ INVALIDO: DIGITOS VERIFICADORES '
                            'NAO CONFEREM'
                    ELSE
                        PERFORM 9895-CONFERIR-CNPJ-DUPLICADO
                        IF WS-CNPJ-DUPLICADO EQUAL 'S'
                            DISPLAY 'CNPJ JA CADASTRADO NO FORNECEDOR '
                                WS-CNPJ-COD-EXISTENTE
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
                    END-IF
                END-IF
            END-PERFORM.

      ****** ENDERECO, TELEFONE, E-MAIL E DADOS BANCARIOS ***************
       1200-INFORMAR-ENDERECO.
            MOVE SPACES TO ENDERECO-FORNECEDOR
            MOVE ZEROS TO CEP-FORNECEDOR
            MOVE SPACES TO TELEFONE-FORNECEDOR
            MOVE SPACES TO EMAIL-FORNECEDOR
            MOVE ZEROS TO BANCO-FORNECEDOR
            MOVE SPACES TO AGENCIA-FORNECEDOR
            MOVE SPACES TO CONTA-FORNECEDOR
            DISPLAY 'INFORME O ENDERECO (RUA, NUMERO):'
            ACCEPT LOGRADOURO-FORNECEDOR
            DISPLAY 'INFORME A CIDADE:'
            ACCEPT CIDADE-FORNECEDOR
            DISPLAY 'INFORME A UF:'
            ACCEPT UF-FORNECEDOR
            DISPLAY 'INFORME O CEP (SO NUMEROS):'
            ACCEPT CEP-FORNECEDOR
            DISPLAY 'INFORME O TELEFONE:'
            ACCEPT TELEFONE-FORNECEDOR
            DISPLAY 'INFORME O E-MAIL:'
            ACCEPT EMAIL-FORNECEDOR
            DISPLAY 'INFORME O BANCO (CODIGO, 0 = SEM DADOS '
                'BANCARIOS):'
            ACCEPT BANCO-FORNECEDOR
            IF BANCO-FORNECEDOR NOT EQUAL ZEROS
                DISPLAY 'INFORME A AGENCIA:'
                ACCEPT AGENCIA-FORNECEDOR
                DISPLAY 'INFORME A CONTA:'
                ACCEPT CONTA-FORNECEDOR
            END-IF.

           COPY FSTMSG.
           COPY ERRGRV.
           COPY CNPJCHK.
       END PROGRAM CRUD-07-cadastrar-fornecedor.
