      ******************************************************************
      * Copybook: PARLER
      * Purpose:  9950-OBTER-PARAMETRO le em PARAMETROS o valor do
      *           parametro WS-PAR-NOME; a variavel de ambiente de
      *           mesmo nome, quando definida, sobrepoe o valor do
      *           arquivo so naquela rodada, desde que passe pela
      *           mesma faixa do cadastro (fora da faixa e avisada e
      *           ignorada); WS-PAR-NUMERO volta com o valor numerico
      *           (ZERO quando branco ou nao numerico).
      *           9955-VALIDAR-PARAMETRO confere WS-PAR-VALOR contra
      *           PAR-TIPO/PAR-MINIMO/PAR-MAXIMO/PAR-PERMITIDOS do
      *           REG-PARAMETRO corrente; branco e
      *           sempre valido (volta ao padrao do programa).
      *           Requires PARSEL/PARFD selected/declared and PARWS in
      *           WORKING-STORAGE; PARAMETROS e aberto e fechado aqui
      *           dentro, como CAMTAX faz com CAMBIO.
      ******************************************************************
       9950-OBTER-PARAMETRO.
            MOVE SPACES TO WS-PAR-VALOR
            MOVE 'PADRAO' TO WS-PAR-ORIGEM
            MOVE 'N' TO WS-PAR-ACHADO
            OPEN INPUT PARAMETROS
            IF WS-FS-PAR EQUAL ZEROS
                MOVE WS-PAR-NOME TO PAR-NOME
                READ PARAMETROS RECORD
                    KEY IS PAR-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-PAR-ACHADO
                        IF PAR-VALOR NOT EQUAL SPACES
                            MOVE PAR-VALOR TO WS-PAR-VALOR
                            MOVE 'ARQUIVO' TO WS-PAR-ORIGEM
                        END-IF
                END-READ
                CLOSE PARAMETROS
            END-IF
            MOVE SPACES TO WS-PAR-AMBIENTE
            ACCEPT WS-PAR-AMBIENTE FROM ENVIRONMENT WS-PAR-NOME
            IF WS-PAR-AMBIENTE NOT EQUAL SPACES
                MOVE WS-PAR-VALOR TO WS-PAR-GUARDADO
                MOVE WS-PAR-AMBIENTE TO WS-PAR-VALOR
                IF WS-PAR-ACHADO EQUAL 'S'
                    PERFORM 9955-VALIDAR-PARAMETRO
                ELSE
                    MOVE 'S' TO WS-PAR-VALIDO
                END-IF
                IF WS-PAR-VALIDO EQUAL 'S'
                    MOVE 'AMBIENTE' TO WS-PAR-ORIGEM
                ELSE
                    DISPLAY 'PARAMETRO ' WS-PAR-NOME ' NO AMBIENTE ('
                        WS-PAR-AMBIENTE ') FORA DA FAIXA, IGNORADO'
                    MOVE WS-PAR-GUARDADO TO WS-PAR-VALOR
                END-IF
            END-IF
            MOVE ZEROS TO WS-PAR-NUMERO
            INITIALIZE WS-PAR-LEN
            INSPECT WS-PAR-VALOR TALLYING WS-PAR-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PAR-LEN > ZERO AND
               WS-PAR-VALOR (1 : WS-PAR-LEN) IS NUMERIC
                MOVE WS-PAR-VALOR (1 : WS-PAR-LEN) TO WS-PAR-NUMERO
            END-IF.

       9955-VALIDAR-PARAMETRO.
            MOVE 'S' TO WS-PAR-VALIDO
            INITIALIZE WS-PAR-LEN
            INSPECT WS-PAR-VALOR TALLYING WS-PAR-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PAR-LEN > ZERO
                EVALUATE TRUE
                    WHEN PAR-NUMERICO
                        IF WS-PAR-VALOR (1 : WS-PAR-LEN) IS NUMERIC
                            MOVE WS-PAR-VALOR (1 : WS-PAR-LEN)
                                TO WS-PAR-NUMERO
                            IF WS-PAR-NUMERO < PAR-MINIMO OR
                               WS-PAR-NUMERO > PAR-MAXIMO
                                MOVE 'N' TO WS-PAR-VALIDO
                            END-IF
                        ELSE
                            MOVE 'N' TO WS-PAR-VALIDO
                        END-IF
                    WHEN PAR-LISTA
                        MOVE SPACES TO WS-PAR-LISTA
                        STRING ' ' DELIMITED BY SIZE
                            PAR-PERMITIDOS DELIMITED BY SIZE
                            INTO WS-PAR-LISTA
                        END-STRING
                        MOVE SPACES TO WS-PAR-BUSCA
                        STRING ' ' DELIMITED BY SIZE
                            WS-PAR-VALOR (1 : WS-PAR-LEN)
                                DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            INTO WS-PAR-BUSCA
                        END-STRING
                        INITIALIZE WS-PAR-OCORRENCIAS
                        INSPECT WS-PAR-LISTA TALLYING
                            WS-PAR-OCORRENCIAS FOR ALL
                            WS-PAR-BUSCA (1 : WS-PAR-LEN + 2)
                        IF WS-PAR-OCORRENCIAS EQUAL ZERO
                            MOVE 'N' TO WS-PAR-VALIDO
                        END-IF
                    WHEN PAR-LETRAS
                        PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                                UNTIL WS-PAR-IDX > WS-PAR-LEN
                            INITIALIZE WS-PAR-OCORRENCIAS
                            INSPECT PAR-PERMITIDOS TALLYING
                                WS-PAR-OCORRENCIAS FOR ALL
                                WS-PAR-VALOR (WS-PAR-IDX : 1)
                            IF WS-PAR-OCORRENCIAS EQUAL ZERO
                                MOVE 'N' TO WS-PAR-VALIDO
                            END-IF
                        END-PERFORM
                END-EVALUATE
            END-IF.
