      * 02 SET 2026 - linha convertida tambem carimba MOV-CUSTO-UNIT
      *               zerado (custo desconhecido no layout antigo; os
      *               relatorios caem no preco atual nesse caso)
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), igual aos demais
      *               gravadores do livro
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-MOVIMENTOS.
           FILE STATUS IS WS-FS-ANT.
           COPY MOVSEL.
           COPY SEQSEL.
           COPY SQESEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY MOVFD.
           COPY SEQFD.
           COPY SQEFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANT            PIC 99.
            MOVE ZEROS TO MOV-CUSTO-UNIT
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            MOVE SPACE TO MOV-MOTIVO
            MOVE SPACES TO MOV-OPERADOR
            MOVE ZEROS TO MOV-HORA
            WRITE REG-MOVIMENTO
