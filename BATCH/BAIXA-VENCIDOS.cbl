      *               junto; agora so o lote vencido sai, pela sua
      *               propria LOT-QUANTIDADE, e o registro de perdas
      *               mostra o numero do lote
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO com
      *               B (baixa por perda), para a prova de evolucao do
      *               valor do estoque separar as baixas das saidas
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-VENCIDOS.
           COPY PERSEL.
           COPY RUNSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY LOTSEL.
           COPY MLTSEL.
           SELECT BAIXAS-VENCIDOS ASSIGN TO
           COPY PERFD.
           COPY RUNFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY LOTFD.
           COPY MLTFD.

            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            SET MOV-MOTIVO-BAIXA TO TRUE
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
