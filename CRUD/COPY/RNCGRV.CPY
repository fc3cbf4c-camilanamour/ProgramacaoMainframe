      ******************************************************************
      * Copybook: RNCGRV
      * Purpose:  Nao conformidade de fornecedor. 9860 pede o codigo
      *           de defeito (validado na tabela DEFEITOS; branco =
      *           sem RNC) e a descricao livre, numera pela sequencia
      *           RNC, grava a RNC ABERTA em NAO-CONFORMIDADES com o
      *           prazo de resposta (parametro RNC_PRAZO_DIAS,
      *           padrao 15 dias) e imprime o aviso. 9861 imprime o
      *           aviso da RNC que esta em REG-NAO-CONFORMIDADE, com o
      *           defeito que esta em REG-DEFEITO e os nomes em
      *           WS-RNC-NOME-FORN/WS-RNC-NOME-PRODUTO, em
      *           avisos-rnc.txt e no spool datado (AVISO-RNC).
      *           Requires RNCSEL/RNCFD, DFTSEL/DFTFD, ARNSEL/ARNFD,
      *           SEQSEL/SEQFD com SEQWS e SEQNXT, PARSEL/PARFD com
      *           PARWS e PARLER, SPLSEL/SPLFD, SPISEL/SPIFD com SPLWS
      *           e SPLGRV, e RNCWS; os arquivos sao abertos e
      *           fechados aqui dentro.
      ******************************************************************
       9860-ABRIR-NAO-CONFORMIDADE.
            MOVE ZEROS TO WS-RNC-NUMERO
            OPEN INPUT DEFEITOS
            IF WS-FS-DFT NOT EQUAL ZEROS
                DISPLAY 'TABELA DE CODIGOS DE DEFEITO AUSENTE, NAO '
                    'CONFORMIDADE NAO ABERTA'
            ELSE
                MOVE 'N' TO WS-RNC-DEFEITO-OK
                PERFORM UNTIL WS-RNC-DEFEITO-OK EQUAL 'S'
                   DISPLAY 'CODIGO DE DEFEITO PARA A NAO CONFORMIDADE '
                       'DO FORNECEDOR (BRANCO = SEM RNC):'
                   MOVE SPACES TO WS-RNC-DEFEITO
                   ACCEPT WS-RNC-DEFEITO
                   IF WS-RNC-DEFEITO EQUAL SPACES
                       MOVE 'S' TO WS-RNC-DEFEITO-OK
                   ELSE
                       MOVE WS-RNC-DEFEITO TO DFT-CODIGO
                       READ DEFEITOS RECORD
                           KEY IS DFT-CODIGO
                           INVALID KEY
                               DISPLAY 'CODIGO DE DEFEITO NAO '
                                   'CADASTRADO'
                           NOT INVALID KEY
                               IF DFT-EM-USO
                                   DISPLAY 'DEFEITO: ' DFT-DESCRICAO
                                   MOVE 'S' TO WS-RNC-DEFEITO-OK
                               ELSE
                                   DISPLAY 'CODIGO DE DEFEITO FORA '
                                       'DE USO'
                               END-IF
                       END-READ
                   END-IF
                END-PERFORM
                IF WS-RNC-DEFEITO NOT EQUAL SPACES
                    PERFORM 9862-GRAVAR-NAO-CONFORMIDADE
                END-IF
                CLOSE DEFEITOS
            END-IF.

      ****** NUMERA, GRAVA A RNC ABERTA E IMPRIME O AVISO ***************
       9862-GRAVAR-NAO-CONFORMIDADE.
            INITIALIZE REG-NAO-CONFORMIDADE
            DISPLAY 'DESCREVA A NAO CONFORMIDADE:'
            ACCEPT RNC-DESCRICAO
            MOVE SPACES TO WS-RNC-PRAZO-TXT
            MOVE 'RNC_PRAZO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-RNC-PRAZO-TXT
            MOVE ZEROS TO WS-RNC-PRAZO-DIAS
            INITIALIZE WS-RNC-PRAZO-LEN
            INSPECT WS-RNC-PRAZO-TXT TALLYING WS-RNC-PRAZO-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-RNC-PRAZO-LEN > ZERO AND
               WS-RNC-PRAZO-TXT (1 : WS-RNC-PRAZO-LEN) IS NUMERIC
                MOVE WS-RNC-PRAZO-TXT (1 : WS-RNC-PRAZO-LEN)
                    TO WS-RNC-PRAZO-DIAS
            END-IF
            IF WS-RNC-PRAZO-DIAS EQUAL ZERO
                MOVE 15 TO WS-RNC-PRAZO-DIAS
            END-IF
            ACCEPT WS-RNC-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-RNC-OPERADOR EQUAL SPACES
                MOVE 'DESCONHE' TO WS-RNC-OPERADOR
            END-IF
            MOVE 'RNC' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO RNC-NUMERO
            ACCEPT RNC-DATA FROM DATE YYYYMMDD
            MOVE WS-RNC-ORIGEM TO RNC-ORIGEM
            MOVE WS-RNC-DOCUMENTO TO RNC-DOCUMENTO
            MOVE WS-RNC-FORNECEDOR TO RNC-COD-FORNECEDOR
            MOVE WS-RNC-PEDIDO TO RNC-NUMERO-PEDIDO
            MOVE WS-RNC-PRODUTO TO RNC-COD-PRODUTO
            MOVE WS-RNC-LOTE TO RNC-LOTE
            MOVE WS-RNC-QUANTIDADE TO RNC-QUANTIDADE
            MOVE WS-RNC-DEFEITO TO RNC-COD-DEFEITO
            SET RNC-ABERTA TO TRUE
            COMPUTE RNC-PRAZO-RESPOSTA = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(RNC-DATA) +
                WS-RNC-PRAZO-DIAS)
            MOVE ZEROS TO RNC-DATA-RESPOSTA
            MOVE SPACES TO RNC-ACAO-CORRETIVA
            MOVE ZEROS TO RNC-DATA-ENCERRAMENTO
            MOVE WS-RNC-OPERADOR TO RNC-OPERADOR
            OPEN I-O NAO-CONFORMIDADES
            IF WS-FS-RNC EQUAL 35
                OPEN OUTPUT NAO-CONFORMIDADES
                CLOSE NAO-CONFORMIDADES
                OPEN I-O NAO-CONFORMIDADES
            END-IF
            WRITE REG-NAO-CONFORMIDADE
            END-WRITE
            IF WS-FS-RNC EQUAL ZEROS
                MOVE RNC-NUMERO TO WS-RNC-NUMERO
                PERFORM 9861-IMPRIMIR-AVISO-RNC
                DISPLAY 'NAO CONFORMIDADE ' RNC-NUMERO ' ABERTA, '
                    'RESPOSTA ATE ' RNC-PRAZO-RESPOSTA
                DISPLAY 'AVISO GRAVADO EM avisos-rnc.txt'
            ELSE
                DISPLAY 'ERRO AO GRAVAR A NAO CONFORMIDADE, FILE '
                    'STATUS ' WS-FS-RNC
            END-IF
            CLOSE NAO-CONFORMIDADES.

      ****** AVISO NUMERADO DE NAO CONFORMIDADE PARA O FORNECEDOR *******
       9861-IMPRIMIR-AVISO-RNC.
            OPEN EXTEND AVISOS-RNC
            IF WS-FS-ARN EQUAL 35
                OPEN OUTPUT AVISOS-RNC
            END-IF
            MOVE 'AVISO-RNC' TO WS-SPL-PROGRAMA
            MOVE 'N' TO WS-SPL-ECO
            PERFORM 9810-ABRIR-SPOOL
            WRITE REG-AVISO-RNC FROM WS-AVISO-SEPARADOR
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE RNC-NUMERO TO AVR-NUMERO
            MOVE RNC-DATA TO AVR-DATA
            WRITE REG-AVISO-RNC FROM WS-AVISO-CABECALHO
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE RNC-COD-FORNECEDOR TO AVR-COD-FORNECEDOR
            MOVE WS-RNC-NOME-FORN TO AVR-NOME-FORNECEDOR
            MOVE RNC-NUMERO-PEDIDO TO AVR-NUMERO-PEDIDO
            WRITE REG-AVISO-RNC FROM WS-AVISO-FORNECEDOR
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            IF RNC-DO-QC
                MOVE 'REJEICAO NA INSPECAO' TO AVR-ORIGEM
            ELSE
                MOVE 'DEVOLUCAO AO FORNECEDOR' TO AVR-ORIGEM
            END-IF
            MOVE RNC-DOCUMENTO TO AVR-DOCUMENTO
            WRITE REG-AVISO-RNC FROM WS-AVISO-ORIGEM
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE RNC-COD-PRODUTO TO AVR-COD-PRODUTO
            MOVE WS-RNC-NOME-PRODUTO TO AVR-NOME-PRODUTO
            MOVE RNC-LOTE TO AVR-LOTE
            MOVE RNC-QUANTIDADE TO AVR-QUANTIDADE
            WRITE REG-AVISO-RNC FROM WS-AVISO-ITEM
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE RNC-COD-DEFEITO TO AVR-COD-DEFEITO
            MOVE DFT-DESCRICAO TO AVR-DESCR-DEFEITO
            WRITE REG-AVISO-RNC FROM WS-AVISO-DEFEITO
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE RNC-DESCRICAO TO AVR-DESCRICAO
            WRITE REG-AVISO-RNC FROM WS-AVISO-DESCRICAO
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE RNC-PRAZO-RESPOSTA TO AVR-PRAZO
            WRITE REG-AVISO-RNC FROM WS-AVISO-PRAZO
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            WRITE REG-AVISO-RNC FROM WS-AVISO-ASSINATURA
            MOVE REG-AVISO-RNC TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            CLOSE AVISOS-RNC
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'RNC=' DELIMITED BY SIZE
                RNC-NUMERO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL.
