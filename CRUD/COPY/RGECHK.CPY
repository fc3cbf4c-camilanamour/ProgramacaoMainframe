      ******************************************************************
      * Copybook: RGECHK
      * Purpose:  Registro dos lotes de entrada processados.
      *           9720-CONFERIR-LOTE-ENTRADA procura o lote (tipo +
      *           origem + data do HEADER) em REGISTRO-ENTRADAS; lote
      *           ja aplicado mostra quando, por quem e se a contagem
      *           e o hash sao os mesmos, e so passa com um supervisor
      *           identificado (PERFIL-SUPERVISOR de USUARIOS). Sem
      *           liberacao WS-RGE-LIBERADO volta N e a recusa fica
      *           contada no registro. Depois de lancar o lote,
      *           9730-REGISTRAR-LOTE-ENTRADA guarda o arquivo em
      *           processados com a data e a hora no nome e grava ou
      *           atualiza o registro do lote. Requires RGESEL/RGEFD,
      *           USUSEL/USUFD e RGEWS.
      ******************************************************************
       9720-CONFERIR-LOTE-ENTRADA.
            MOVE 'S' TO WS-RGE-LIBERADO
            MOVE 'N' TO WS-RGE-JA-APLICADO
            MOVE SPACES TO WS-RGE-SUPERVISOR
            OPEN INPUT REGISTRO-ENTRADAS
            IF WS-FS-RGE EQUAL ZEROS
                MOVE WS-RGE-TIPO TO RGE-TIPO
                MOVE WS-RGE-ORIGEM TO RGE-ORIGEM
                MOVE WS-RGE-DATA TO RGE-DATA-HDR
                READ REGISTRO-ENTRADAS RECORD
                    KEY IS RGE-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-RGE-JA-APLICADO
                END-READ
                CLOSE REGISTRO-ENTRADAS
            END-IF
            IF WS-RGE-JA-APLICADO EQUAL 'S'
                DISPLAY 'LOTE JA APLICADO: ' WS-RGE-TIPO ' ORIGEM '
                    WS-RGE-ORIGEM ' DATA ' WS-RGE-DATA
                DISPLAY 'APLICADO EM ' RGE-DATA-PROC ' ' RGE-HORA-PROC
                    ' POR ' RGE-PROGRAMA ' (' RGE-APLICACOES
                    ' VEZ(ES))'
                IF RGE-REGISTROS EQUAL WS-RGE-REGISTROS AND
                   RGE-HASH EQUAL WS-RGE-HASH
                    DISPLAY 'MESMA CONTAGEM E MESMO HASH: E O MESMO '
                        'ARQUIVO DE NOVO'
                ELSE
                    DISPLAY 'CONTAGEM/HASH DIFERENTES: JA APLICADO '
                        RGE-REGISTROS ' / ' RGE-HASH
                    DISPLAY '                          ESTE ARQUIVO '
                        WS-RGE-REGISTROS ' / ' WS-RGE-HASH
                END-IF
                MOVE 'N' TO WS-RGE-LIBERADO
                PERFORM 9722-LIBERACAO-SUPERVISOR
                IF WS-RGE-LIBERADO EQUAL 'N'
                    DISPLAY 'LOTE DUPLICADO RECUSADO, NADA FOI LANCADO'
                    PERFORM 9724-REGISTRAR-RECUSA
                END-IF
            END-IF.

       9722-LIBERACAO-SUPERVISOR.
            DISPLAY 'UM SUPERVISOR PODE AUTORIZAR O REPROCESSAMENTO. '
                'REPROCESSAR? (S|N)'
            MOVE SPACE TO WS-RGE-RESP
            ACCEPT WS-RGE-RESP
            IF WS-RGE-RESP EQUAL 'S'
                OPEN INPUT USUARIOS
                IF WS-FS-USU NOT EQUAL ZEROS
                    DISPLAY 'CADASTRO DE USUARIOS AUSENTE, '
                        'REPROCESSAMENTO NEGADO'
                ELSE
                    DISPLAY 'INFORME O ID DO SUPERVISOR:'
                    ACCEPT WS-RGE-ID
                    DISPLAY 'INFORME A SENHA:'
                    ACCEPT WS-RGE-SENHA
                    MOVE WS-RGE-ID TO USU-ID
                    READ USUARIOS RECORD
                        KEY IS USU-ID
                        INVALID KEY
                            DISPLAY 'USUARIO NAO CADASTRADO, '
                                'REPROCESSAMENTO NEGADO'
                        NOT INVALID KEY
                            IF USU-SENHA EQUAL WS-RGE-SENHA AND
                               PERFIL-SUPERVISOR AND
                               NOT USU-TRAVADO
                                MOVE 'S' TO WS-RGE-LIBERADO
                                MOVE WS-RGE-ID TO WS-RGE-SUPERVISOR
                                DISPLAY 'REPROCESSAMENTO LIBERADO POR '
                                    WS-RGE-ID
                            ELSE
                                DISPLAY 'SENHA OU PERFIL INVALIDO, '
                                    'REPROCESSAMENTO NEGADO'
                            END-IF
                    END-READ
                    CLOSE USUARIOS
                END-IF
            END-IF.

       9724-REGISTRAR-RECUSA.
            OPEN I-O REGISTRO-ENTRADAS
            IF WS-FS-RGE EQUAL ZEROS
                MOVE WS-RGE-TIPO TO RGE-TIPO
                MOVE WS-RGE-ORIGEM TO RGE-ORIGEM
                MOVE WS-RGE-DATA TO RGE-DATA-HDR
                READ REGISTRO-ENTRADAS RECORD
                    KEY IS RGE-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO RGE-RECUSAS
                        ACCEPT RGE-DATA-RECUSA FROM DATE YYYYMMDD
                        REWRITE REG-REGISTRO-ENTRADA
                        END-REWRITE
                END-READ
                CLOSE REGISTRO-ENTRADAS
            END-IF.

       9730-REGISTRAR-LOTE-ENTRADA.
            ACCEPT WS-RGE-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-RGE-AGORA FROM TIME
            PERFORM 9732-ARQUIVAR-ENTRADA
            MOVE SPACES TO WS-RGE-USUARIO
            ACCEPT WS-RGE-USUARIO FROM ENVIRONMENT 'USER'
            IF WS-RGE-USUARIO EQUAL SPACES
                MOVE 'DESCONHECIDO' TO WS-RGE-USUARIO
            END-IF
            OPEN I-O REGISTRO-ENTRADAS
            IF WS-FS-RGE EQUAL 35
                OPEN OUTPUT REGISTRO-ENTRADAS
                CLOSE REGISTRO-ENTRADAS
                OPEN I-O REGISTRO-ENTRADAS
            END-IF
            MOVE WS-RGE-TIPO TO RGE-TIPO
            MOVE WS-RGE-ORIGEM TO RGE-ORIGEM
            MOVE WS-RGE-DATA TO RGE-DATA-HDR
            READ REGISTRO-ENTRADAS RECORD
                KEY IS RGE-CHAVE
                INVALID KEY
                    INITIALIZE REG-REGISTRO-ENTRADA
                    MOVE WS-RGE-TIPO TO RGE-TIPO
                    MOVE WS-RGE-ORIGEM TO RGE-ORIGEM
                    MOVE WS-RGE-DATA TO RGE-DATA-HDR
                    MOVE WS-RGE-HOJE TO RGE-DATA-PROC
                    MOVE WS-RGE-AGORA TO RGE-HORA-PROC
                    PERFORM 9734-MOVER-DADOS-LOTE
                    WRITE REG-REGISTRO-ENTRADA
                    END-WRITE
                NOT INVALID KEY
                    PERFORM 9734-MOVER-DADOS-LOTE
                    REWRITE REG-REGISTRO-ENTRADA
                    END-REWRITE
            END-READ
            IF WS-FS-RGE NOT EQUAL ZEROS
                DISPLAY 'LOTE NAO REGISTRADO EM REGISTRO-ENTRADAS, '
                    'FILE STATUS ' WS-FS-RGE
            END-IF
            CLOSE REGISTRO-ENTRADAS.

       9732-ARQUIVAR-ENTRADA.
            MOVE SPACES TO WS-RGE-DESTINO
            STRING WS-RGE-DIRETORIO DELIMITED BY SPACE
                '\' DELIMITED BY SIZE
                WS-RGE-NOME-BASE DELIMITED BY SPACE
                '-' DELIMITED BY SIZE
                WS-RGE-HOJE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-RGE-AGORA (1 : 6) DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-RGE-DESTINO
            END-STRING
            CALL "CBL_CREATE_DIR" USING WS-RGE-DIRETORIO
            MOVE ZERO TO RETURN-CODE
            CALL "CBL_RENAME_FILE" USING WS-RGE-ARQUIVO WS-RGE-DESTINO
            IF RETURN-CODE EQUAL ZERO
                DISPLAY 'ARQUIVO GUARDADO EM '
                    FUNCTION TRIM(WS-RGE-DESTINO)
            ELSE
                DISPLAY 'ARQUIVO NAO PODE SER MOVIDO PARA '
                    FUNCTION TRIM(WS-RGE-DIRETORIO)
                    ', RETIRE-O DA ENTRADA ANTES DA PROXIMA RODADA'
                MOVE SPACES TO WS-RGE-DESTINO
            END-IF
            MOVE ZERO TO RETURN-CODE.

       9734-MOVER-DADOS-LOTE.
            MOVE WS-RGE-REGISTROS TO RGE-REGISTROS
            MOVE WS-RGE-HASH TO RGE-HASH
            MOVE WS-RGE-PROGRAMA TO RGE-PROGRAMA
            MOVE WS-RGE-USUARIO TO RGE-USUARIO
            MOVE WS-RGE-HOJE TO RGE-DATA-ULTIMA
            ADD 1 TO RGE-APLICACOES
            IF WS-RGE-SUPERVISOR NOT EQUAL SPACES
                MOVE WS-RGE-SUPERVISOR TO RGE-SUPERVISOR
            END-IF
            MOVE WS-RGE-DESTINO TO RGE-ARQUIVO.
