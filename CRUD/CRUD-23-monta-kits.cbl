      *               fatias em MOVIMENTO-LOTE, igual a estacao de
      *               movimentacao — o saldo por lote fecha e o
      *               rastro de recall enxerga o que saiu em montagem
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), para a prova de evolucao
      *               do valor do estoque
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-23-monta-kits.
           COPY PERSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.

       DATA DIVISION.
           COPY PERFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.

       WORKING-STORAGE SECTION.
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE WS-NUMERO-CONJUNTO TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            MOVE SPACE TO MOV-MOTIVO
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
