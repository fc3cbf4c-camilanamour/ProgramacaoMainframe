      *          TAMANHO NOVO DE REGISTRO. NO ESPIRITO DE
      *          CONVERTE-PRODUTOS.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - fornecedor convertido tambem nasce com a condicao
      *               de pagamento padrao (30 dias, parcela unica)
      * 15 OUT 2026 - e em moeda local (MOEDA-FORNECEDOR BRL)
      * 15 OUT 2026 - fornecedor convertido nasce sem CNPJ, endereco,
      *               telefone, e-mail e dados bancarios (completar em
      *               CRUD-10)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-FORNECEDORES.
                           MOVE ANT-CONTATO TO CONTATO-FORNECEDOR
                           MOVE ANT-PRAZO-ENTREGA TO PRAZO-ENTREGA
                           SET FORN-ATIVO TO TRUE
                           SET PAGTO-PRAZOS TO TRUE
                           MOVE 30 TO PRAZO-PAGTO-1
                           MOVE ZEROS TO PRAZO-PAGTO-2
                           MOVE ZEROS TO PRAZO-PAGTO-3
                           MOVE ZEROS TO DIA-PAGTO-FIXO
                           MOVE 'BRL' TO MOEDA-FORNECEDOR
                           MOVE ZEROS TO CNPJ-FORNECEDOR
                           MOVE SPACES TO ENDERECO-FORNECEDOR
                           MOVE ZEROS TO CEP-FORNECEDOR
                           MOVE SPACES TO TELEFONE-FORNECEDOR
                           MOVE SPACES TO EMAIL-FORNECEDOR
                           MOVE ZEROS TO BANCO-FORNECEDOR
                           MOVE SPACES TO AGENCIA-FORNECEDOR
                           MOVE SPACES TO CONTA-FORNECEDOR
                           WRITE REG-FORNECEDOR
                           END-WRITE
                           IF WS-FS-FORN EQUAL ZEROS
