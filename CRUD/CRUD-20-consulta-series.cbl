      *          QUER SABER ONDE ESTA CADA FURADEIRA, SEM ABRIR O
      *          LIVRO DE MOVIMENTOS.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - unidade emprestada agora aparece como emprestada
      *               a quem, em qual destino, desde quando e com a
      *               devolucao prevista (EMPRESTIMOS), em vez de
      *               "saiu"
      * 15 OUT 2026 - unidade enviada ao laboratorio aparece como na
      *               calibracao, e nao como saida
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-20-consulta-series.
           COPY PRODSEL.
           COPY SERSEL.
           COPY DSTSEL.
           COPY EMPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRODFD.
           COPY SERFD.
           COPY DSTFD.
           COPY EMPFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-SER            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-DST-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-EMP            PIC 99.
       77 WS-EMP-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF-EMP           PIC 99.
       77 WS-EMP-ACHADO        PIC X VALUE 'N'.
       77 WS-EMPRESTADAS       PIC 9(05).
       77 WS-EOF-SER           PIC 99.
       77 WS-COD-BUSCA         PIC 9(06).
       77 WS-CONTADOR          PIC 9(05).
                ELSE
                    MOVE 'N' TO WS-DST-DISPONIVEL
                END-IF
                OPEN INPUT EMPRESTIMOS
                IF WS-FS-EMP EQUAL ZEROS
                    MOVE 'S' TO WS-EMP-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-EMP-DISPONIVEL
                END-IF
                MOVE 1 TO WS-COD-BUSCA
                PERFORM UNTIL WS-COD-BUSCA EQUAL ZERO
                   DISPLAY ' '
                IF WS-DST-DISPONIVEL EQUAL 'S'
                    CLOSE DESTINOS
                END-IF
                IF WS-EMP-DISPONIVEL EQUAL 'S'
                    CLOSE EMPRESTIMOS
                END-IF
                CLOSE SERIES-PRODUTO
            END-IF
            CLOSE PRODUTOS.
            END-READ
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-EM-ESTOQUE
            INITIALIZE WS-EMPRESTADAS
            MOVE WS-COD-BUSCA TO SER-COD-PRODUTO
            MOVE SPACES TO SER-NUMERO
            START SERIES-PRODUTO KEY IS NOT LESS THAN SER-CHAVE
            ELSE
                DISPLAY 'SERIES REGISTRADAS: ' WS-CONTADOR
                    '  EM ESTOQUE: ' WS-EM-ESTOQUE
                    '  EMPRESTADAS: ' WS-EMPRESTADAS
            END-IF.

      ****** UMA UNIDADE, COM A SITUACAO E O PARADEIRO ******************
                            MOVE DEST-DESCRICAO TO WS-DESCR-DESTINO
                    END-READ
                END-IF
                IF SER-EMPRESTADO
                    ADD 1 TO WS-EMPRESTADAS
                    PERFORM 2100-LOCALIZAR-EMPRESTIMO
                    IF WS-EMP-ACHADO EQUAL 'S'
                        DISPLAY '  ' SER-NUMERO ' EMPRESTADA A '
                            EMP-RESPONSAVEL ' (' SER-DESTINO ' '
                            WS-DESCR-DESTINO ') DESDE '
                            EMP-DATA-SAIDA ', DEVOLUCAO PREVISTA '
                            EMP-DATA-PREVISTA
                    ELSE
                        DISPLAY '  ' SER-NUMERO ' EMPRESTADA PARA '
                            SER-DESTINO ' ' WS-DESCR-DESTINO
                            ' DESDE ' SER-DATA-SAIDA
                    END-IF
                ELSE
                IF SER-NA-CALIBRACAO
                    DISPLAY '  ' SER-NUMERO ' NO LABORATORIO DE '
                        'CALIBRACAO DESDE ' SER-DATA-SAIDA
                ELSE
                    DISPLAY '  ' SER-NUMERO ' SAIU EM ' SER-DATA-SAIDA
                        ' PARA ' SER-DESTINO ' ' WS-DESCR-DESTINO
                        ' (ENTROU EM ' SER-DATA-ENTRADA ')'
                END-IF
                END-IF
            END-IF.

      ****** EMPRESTIMO EM ABERTO DA UNIDADE ****************************
       2100-LOCALIZAR-EMPRESTIMO.
            MOVE 'N' TO WS-EMP-ACHADO
            IF WS-EMP-DISPONIVEL EQUAL 'S'
                MOVE SER-COD-PRODUTO TO EMP-COD-PRODUTO
                MOVE SER-NUMERO TO EMP-SERIE
                START EMPRESTIMOS KEY IS EQUAL EMP-CHAVE-SERIE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF-EMP TO 0
                        PERFORM UNTIL WS-EOF-EMP EQUAL 1
                           READ EMPRESTIMOS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-EMP
                           NOT AT END
                               IF EMP-COD-PRODUTO NOT EQUAL
                                  SER-COD-PRODUTO OR
                                  EMP-SERIE NOT EQUAL SER-NUMERO
                                   MOVE 1 TO WS-EOF-EMP
                               ELSE
                                   IF EMP-ABERTO
                                       MOVE 'S' TO WS-EMP-ACHADO
                                       MOVE 1 TO WS-EOF-EMP
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF.
       END PROGRAM CRUD-20-consulta-series.
