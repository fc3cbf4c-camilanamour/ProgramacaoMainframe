      *          MOVIMENTO-ESTOQUE (SEQUENCIAL) TAMBEM PODE SER
      *          VERIFICADO E COPIADO LINHA A LINHA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - REG-PEDIDO-NOVO acompanha o PEDFD (61 bytes,
      *               com PED-LIBERACAO)
      * 15 OUT 2026 - REG-FORNECEDOR-NOVO acompanha o FORNFD (70 bytes,
      *               com a CONDICAO-PAGAMENTO)
      * 15 OUT 2026 - REG-FORNECEDOR-NOVO (73 bytes, com a
      *               MOEDA-FORNECEDOR) e REG-PEDIDO-NOVO (74 bytes,
      *               com PED-MOEDA e PED-TAXA-RECEBIMENTO) acompanham
      *               FORNFD e PEDFD
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 112 posicoes (MOV-SAIDA-ORIGEM da
      *               devolucao do departamento)
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 121 posicoes (MOV-ORDEM-SERVICO)
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 122 posicoes (MOV-MOTIVO)
      * 15 OUT 2026 - REG-FORNECEDOR-NOVO (233 bytes, com CNPJ,
      *               endereco, contatos e dados bancarios) acompanha o
      *               FORNFD, com a chave alternativa de CNPJ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-ARQUIVOS.
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOVO-COD-FORNECEDOR
           ALTERNATE RECORD KEY IS NOVO-CNPJ-FORNECEDOR WITH DUPLICATES
           FILE STATUS IS WS-FS-NOVO.
           SELECT LOTES-NOVO ASSIGN TO
           'C:\ARQUIVOS\lotes-reconstruido.txt'
       FD FORNECEDORES-NOVO.
       01 REG-FORNECEDOR-NOVO.
           03 NOVO-COD-FORNECEDOR  PIC 9(04).
           03 FILLER               PIC X(69).
           03 NOVO-CNPJ-FORNECEDOR PIC 9(14).
           03 FILLER               PIC X(146).

       FD LOTES-NOVO.
       01 REG-LOTE-NOVO.
           03 NOVO-PED-CHAVE.
               05 NOVO-PED-NUMERO      PIC 9(06).
               05 NOVO-PED-COD-PRODUTO PIC 9(06).
           03 FILLER               PIC X(62).

       FD MOVIMENTO-NOVO.
       01 REG-MOVIMENTO-NOVO       PIC X(122).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
