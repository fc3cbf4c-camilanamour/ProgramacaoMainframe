      ******************************************************************
      * Copybook: SOLGRV
      * Purpose:  9880-CONFERIR-CAMPO-SENSIVEL diz se o campo em
      *           WS-SOL-CAMPO exige aprovacao (parametro
      *           APROVACAO_CAMPOS, padrao FMS = fornecedor, minimo
      *           e situacao; '-' desliga a aprovacao).
      *           9885-GRAVAR-SOLICITACAO grava a solicitacao
      *           PENDENTE com os valores dos campos WS-SOL-,
      *           numerada pela sequencia SOLIC-ALT.
      *           Requires SOLSEL/SOLFD and SEQSEL/SEQFD selected/
      *           declared, SOLWS and SEQWS in WORKING-STORAGE and
      *           SEQNXT copied, e PARSEL/PARFD, PARWS e PARLER para
      *           o parametro; abre e fecha o arquivo a cada
      *           chamada, como ERRGRV faz com ERRO-DIARIO.
      ******************************************************************
       9880-CONFERIR-CAMPO-SENSIVEL.
            MOVE SPACES TO WS-SOL-CAMPOS
            MOVE 'APROVACAO_CAMPOS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-SOL-CAMPOS
            IF WS-SOL-CAMPOS EQUAL SPACES
                MOVE 'FMS' TO WS-SOL-CAMPOS
            END-IF
            INITIALIZE WS-SOL-OCORRENCIAS
            INSPECT WS-SOL-CAMPOS TALLYING WS-SOL-OCORRENCIAS
                FOR ALL WS-SOL-CAMPO
            IF WS-SOL-OCORRENCIAS > ZERO
                MOVE 'S' TO WS-SOL-SENSIVEL
            ELSE
                MOVE 'N' TO WS-SOL-SENSIVEL
            END-IF.

       9885-GRAVAR-SOLICITACAO.
            MOVE 'SOLIC-ALT' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO SOL-NUMERO
            MOVE WS-SOL-PRODUTO TO SOL-COD-PRODUTO
            MOVE WS-SOL-CAMPO TO SOL-CAMPO
            MOVE WS-SOL-ANTES TO SOL-VALOR-ANTES
            MOVE WS-SOL-DEPOIS TO SOL-VALOR-DEPOIS
            MOVE WS-SOL-SOLICITANTE TO SOL-SOLICITANTE
            MOVE WS-SOL-ORIGEM TO SOL-ORIGEM
            ACCEPT SOL-DATA-SOLICITACAO FROM DATE YYYYMMDD
            ACCEPT SOL-HORA-SOLICITACAO FROM TIME
            SET SOL-PENDENTE TO TRUE
            MOVE SPACES TO SOL-APROVADOR
            MOVE ZEROS TO SOL-DATA-DECISAO
            MOVE ZEROS TO SOL-HORA-DECISAO
            OPEN I-O SOLICITACOES-ALTERACAO
            IF WS-FS-SOL EQUAL 35
                OPEN OUTPUT SOLICITACOES-ALTERACAO
                CLOSE SOLICITACOES-ALTERACAO
                OPEN I-O SOLICITACOES-ALTERACAO
            END-IF
            WRITE REG-SOLICITACAO
            END-WRITE
            IF WS-FS-SOL EQUAL ZEROS
                DISPLAY 'ALTERACAO SENSIVEL REGISTRADA COMO '
                    'SOLICITACAO ' SOL-NUMERO
                DISPLAY 'AGUARDANDO APROVACAO DE UM SUPERVISOR EM '
                    'CRUD-41-aprova-alteracoes'
            ELSE
                DISPLAY 'ERRO AO REGISTRAR A SOLICITACAO, FILE '
                    'STATUS ' WS-FS-SOL
            END-IF
            CLOSE SOLICITACOES-ALTERACAO.
