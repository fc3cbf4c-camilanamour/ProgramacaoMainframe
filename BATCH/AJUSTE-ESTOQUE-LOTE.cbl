      *               bate recusa o arquivo inteiro, na prova e no
      *               aplicar, e os totais de controle saem no
      *               resultado
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
      * 15 OUT 2026 - a prova grava em LIB-PROVADOR o usuario que a
      *               rodou
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-ESTOQUE-LOTE.
           COPY RSTSEL.
           COPY LIBSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.
           SELECT AJUSTES-ESTOQUE ASSIGN TO
           'C:\ARQUIVOS\ajustes-estoque.txt'
           COPY RSTFD.
           COPY LIBFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.

       FD AJUSTES-ESTOQUE.
                MOVE SPACES TO LIB-LIBERADOR
                ACCEPT LIB-DATA FROM DATE YYYYMMDD
                ACCEPT LIB-HORA FROM TIME
                ACCEPT LIB-PROVADOR FROM ENVIRONMENT 'USER'
                IF LIB-PROVADOR EQUAL SPACES
                    MOVE 'DESCONHECIDO' TO LIB-PROVADOR
                END-IF
                REWRITE REG-LIBERACAO
                END-REWRITE
                IF WS-FS-LIB NOT EQUAL ZEROS
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            SET MOV-MOTIVO-AJUSTE TO TRUE
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
