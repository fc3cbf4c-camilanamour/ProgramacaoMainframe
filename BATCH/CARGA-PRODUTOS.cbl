      *               bate recusa o arquivo inteiro, na prova e no
      *               aplicar, e os totais de controle saem no
      *               resultado
      * 15 OUT 2026 - a prova grava em LIB-PROVADOR o usuario que a
      *               rodou
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-PRODUTOS.
           COPY RSTSEL.
           COPY LIBSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.
           SELECT NOVOS-PRODUTOS ASSIGN TO WS-CARGA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           COPY RSTFD.
           COPY LIBFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.

       FD NOVOS-PRODUTOS.
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
