      * Purpose:  Obtem o proximo numero da sequencia cujo nome esta
      *           em WS-SEQ-NOME, gravando o novo ultimo numero em
      *           CONTROLE-NUMERACAO e devolvendo-o em WS-SEQ-NUMERO.
      *           Cada numero entregue e anotado em NUMERACAO-EMITIDA
      *           com data, hora e usuario. Requires SEQSEL/SEQFD and
      *           SQESEL/SQEFD selected/declared and SEQWS in
      *           WORKING-STORAGE. Abre e fecha os arquivos a cada
      *           chamada, como ERRGRV faz com ERRO-DIARIO.
      ******************************************************************
       9900-PROXIMO-NUMERO.
                    REWRITE REG-NUMERACAO
            END-READ
            MOVE SEQ-ULTIMO TO WS-SEQ-NUMERO
            CLOSE CONTROLE-NUMERACAO
            MOVE SPACES TO REG-EMISSAO
            MOVE WS-SEQ-NOME TO SQE-SEQUENCIA
            MOVE WS-SEQ-NUMERO TO SQE-NUMERO
            ACCEPT SQE-DATA FROM DATE YYYYMMDD
            ACCEPT SQE-HORA FROM TIME
            ACCEPT SQE-USUARIO FROM ENVIRONMENT 'USER'
            IF SQE-USUARIO EQUAL SPACES
                MOVE 'DESCONHECIDO' TO SQE-USUARIO
            END-IF
            OPEN EXTEND NUMERACAO-EMITIDA
            IF WS-FS-SQE EQUAL 35
                OPEN OUTPUT NUMERACAO-EMITIDA
            END-IF
            WRITE REG-EMISSAO
            CLOSE NUMERACAO-EMITIDA.
