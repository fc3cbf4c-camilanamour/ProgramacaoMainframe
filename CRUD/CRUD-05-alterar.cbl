      *               (em branco), MOV-NUMERO (sequencia MOVIMENTO) e
      *               MOV-ESTORNO-DE (zeros), igual aos demais
      *               gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO com
      *               A (ajuste de saldo), para a prova de evolucao do
      *               valor do estoque separar os ajustes das entradas e
      *               saidas
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-05-alterar.
           COPY PERSEL.
           COPY BAKSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.
           COPY USUSEL.
           COPY LOGSEL.
           COPY PERFD.
           COPY BAKFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.
           COPY USUFD.
           COPY LOGFD.
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            SET MOV-MOTIVO-AJUSTE TO TRUE
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
