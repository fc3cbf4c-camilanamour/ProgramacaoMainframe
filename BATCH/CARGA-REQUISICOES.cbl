      *          ESTACAO DO DEPOSITO SEPARAR; LINHA INVALIDA VAI PARA
      *          requisicoes-rejeitadas.txt COM O MOTIVO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - requisicao enfileirada entra fora de onda
      *               (REQ-ONDA zerado); a onda de separacao e montada
      *               depois por GERA-ONDA-SEPARACAO
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      * 15 OUT 2026 - o arquivo da intranet agora exige HEADER e TRAILER
      *               (HDRTRL, hash das quantidades) e cada lote fica em
      *               REGISTRO-ENTRADAS: lote ja aplicado e recusado sem
      *               liberacao de supervisor, e o arquivo processado
      *               vai para processados com data e hora no nome
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-REQUISICOES.
           COPY DSTSEL.
           COPY REQSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY RUNSEL.
           COPY RGESEL.
           COPY USUSEL.
           SELECT REQUISICOES-ENTRADA ASSIGN TO
           'C:\ARQUIVOS\requisicoes-entrada.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY DSTFD.
           COPY REQFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY RUNFD.
           COPY RGEFD.
           COPY USUFD.

       FD REQUISICOES-ENTRADA.
       01 REG-ENTRADA.
           03 ENT-DESTINO          PIC X(06).
           03 ENT-COD-PRODUTO      PIC 9(06).
           03 ENT-QUANTIDADE       PIC 9(09).
           COPY HDRTRL.

       FD REQUISICOES-REJEITADAS.
       01 REG-REJEITADA            PIC X(80).
       77 WS-ACEITAS           PIC 9(05).
       77 WS-REJEITADAS        PIC 9(05).
       77 WS-LINHA-VALIDA      PIC X VALUE 'S'.
       77 WS-FS-USU            PIC 99.
       77 WS-ARQUIVO-OK        PIC X VALUE 'N'.
       77 WS-TEM-TRAILER       PIC X VALUE 'N'.
       77 WS-PRIMEIRO-REG      PIC X VALUE 'S'.
       77 WS-REG-DETALHE       PIC 9(07).
       77 WS-HASH-DETALHE      PIC 9(13)V99.

       01 WS-LINHA-REJEICAO.
           03 REJ-DESTINO          PIC X(06).
           COPY SEQWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY RGEWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-ACEITAS
            OPEN INPUT REQUISICOES-ENTRADA
            IF WS-FS-ENT NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE REQUISICOES DA INTRANET NAO '
                    'ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-ENT
                MOVE ZEROS TO WS-FS-REQ
            ELSE
                PERFORM 0500-VALIDAR-CONTROLES
                IF WS-ARQUIVO-OK EQUAL 'S'
                    MOVE 'REQUISICOES' TO WS-RGE-TIPO
                    MOVE 'CARGA-REQUISICOES' TO WS-RGE-PROGRAMA
                    MOVE 'C:\ARQUIVOS\requisicoes-entrada.txt'
                        TO WS-RGE-ARQUIVO
                    MOVE 'requisicoes-entrada' TO WS-RGE-NOME-BASE
                    PERFORM 9720-CONFERIR-LOTE-ENTRADA
                END-IF
                IF WS-ARQUIVO-OK NOT EQUAL 'S' OR
                   WS-RGE-LIBERADO NOT EQUAL 'S'
                    CLOSE REQUISICOES-ENTRADA
                    MOVE ZEROS TO WS-FS-REQ
                ELSE
                    OPEN INPUT PRODUTOS
                    OPEN INPUT DESTINOS
                    IF WS-FS-DST EQUAL ZEROS
                        MOVE 'S' TO WS-DST-DISPONIVEL
                    ELSE
                        MOVE 'N' TO WS-DST-DISPONIVEL
                    END-IF
                    OPEN I-O REQUISICOES
                    IF WS-FS-REQ EQUAL 35
                        OPEN OUTPUT REQUISICOES
                        CLOSE REQUISICOES
                        OPEN I-O REQUISICOES
                    END-IF
                    OPEN OUTPUT REQUISICOES-REJEITADAS
                    INITIALIZE WS-CONTADOR
                    INITIALIZE WS-ACEITAS
                    INITIALIZE WS-REJEITADAS

                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ REQUISICOES-ENTRADA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CTL-HEADER
                                   CONTINUE
                               WHEN CTL-TRAILER
                                   MOVE 1 TO WS-EOF
                               WHEN OTHER
                                   ADD 1 TO WS-CONTADOR
                                   PERFORM 1000-VALIDAR-LINHA
                           END-EVALUATE
                       END-READ
                    END-PERFORM

                    DISPLAY ' '
                    DISPLAY 'LINHAS LIDAS: ' WS-CONTADOR
                    DISPLAY 'REQUISICOES ENFILEIRADAS: ' WS-ACEITAS
                    DISPLAY 'LINHAS REJEITADAS: ' WS-REJEITADAS
                    DISPLAY 'TOTAIS DE CONTROLE DO ARQUIVO: '
                        WS-REG-DETALHE ' REGISTROS, HASH '
                        WS-HASH-DETALHE
                    DISPLAY 'REJEITADAS: requisicoes-rejeitadas.txt'

                    CLOSE REQUISICOES-REJEITADAS
                    CLOSE REQUISICOES
                    IF WS-DST-DISPONIVEL EQUAL 'S'
                        CLOSE DESTINOS
                    END-IF
                    CLOSE PRODUTOS
                    CLOSE REQUISICOES-ENTRADA
                    PERFORM 9730-REGISTRAR-LOTE-ENTRADA
                END-IF
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** HEADER E TRAILER TEM QUE FECHAR COM O ARQUIVO **************
       0500-VALIDAR-CONTROLES.
            MOVE 'N' TO WS-ARQUIVO-OK
            MOVE 'N' TO WS-TEM-TRAILER
            MOVE 'S' TO WS-PRIMEIRO-REG
            INITIALIZE WS-REG-DETALHE
            INITIALIZE WS-HASH-DETALHE
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ REQUISICOES-ENTRADA
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-PRIMEIRO-REG EQUAL 'S'
                           IF CTL-HEADER
                               DISPLAY 'HEADER: DATA ' CTL-DATA
                                   ' ORIGEM ' CTL-ORIGEM
                               MOVE CTL-DATA TO WS-RGE-DATA
                               MOVE CTL-ORIGEM TO WS-RGE-ORIGEM
                               MOVE 'N' TO WS-PRIMEIRO-REG
                           ELSE
                               DISPLAY 'ARQUIVO SEM HEADER, '
                                   'RECUSADO INTEIRO'
                               MOVE 'E' TO WS-TEM-TRAILER
                               MOVE 1 TO WS-EOF
                           END-IF
                       WHEN CTL-TRAILER
                           MOVE 'S' TO WS-TEM-TRAILER
                           IF CTL-REG-CONTADOS EQUAL WS-REG-DETALHE
                              AND CTL-HASH-QTD EQUAL WS-HASH-DETALHE
                               MOVE 'S' TO WS-ARQUIVO-OK
                               MOVE WS-REG-DETALHE TO WS-RGE-REGISTROS
                               MOVE WS-HASH-DETALHE TO WS-RGE-HASH
                           ELSE
                               DISPLAY 'TRAILER NAO BATE COM O '
                                   'LIDO, ARQUIVO RECUSADO INTEIRO'
                               DISPLAY 'TRAILER: ' CTL-REG-CONTADOS
                                   ' REGISTROS, HASH ' CTL-HASH-QTD
                               DISPLAY 'LIDO...: ' WS-REG-DETALHE
                                   ' REGISTROS, HASH '
                                   WS-HASH-DETALHE
                           END-IF
                           MOVE 1 TO WS-EOF
                       WHEN OTHER
                           ADD 1 TO WS-REG-DETALHE
                           IF ENT-QUANTIDADE IS NUMERIC
                               ADD ENT-QUANTIDADE TO WS-HASH-DETALHE
                           END-IF
                   END-EVALUATE
               END-READ
            END-PERFORM
            IF WS-TEM-TRAILER EQUAL 'N'
                DISPLAY 'ARQUIVO SEM TRAILER, RECUSADO INTEIRO'
            END-IF
            CLOSE REQUISICOES-ENTRADA
            OPEN INPUT REQUISICOES-ENTRADA.

      ****** VALIDA PRODUTO, DESTINO E QUANTIDADE DA LINHA **************
       1000-VALIDAR-LINHA.
            MOVE 'S' TO WS-LINHA-VALIDA
            MOVE ZEROS TO REQ-QTD-ATENDIDA
            ACCEPT REQ-DATA FROM DATE YYYYMMDD
            SET REQ-PENDENTE TO TRUE
            MOVE ZEROS TO REQ-ONDA
            WRITE REG-REQUISICAO
            END-WRITE
            IF WS-FS-REQ EQUAL ZEROS

           COPY SEQNXT.
           COPY RUNGRV.
           COPY RGECHK.
       END PROGRAM CARGA-REQUISICOES.
