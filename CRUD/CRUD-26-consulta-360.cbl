      *          TELEFONEMA QUE ANTES EXIGIA CINCO PROGRAMAS SE
      *          RESPONDE AQUI, SEM GRAVAR NADA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - a consulta agora lista os substitutos aprovados do
      *               produto (fator, saldo livre e marca de sucessor) e
      *               os produtos de que ele e substituto
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-26-consulta-360.
           COPY BORSEL.
           COPY LOTSEL.
           COPY MOVSEL.
           COPY SUBSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BORFD.
           COPY LOTFD.
           COPY MOVFD.
           COPY SUBFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-LOT            PIC 99.
       77 WS-LOT-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-SUB            PIC 99.
       77 WS-SUB-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FATOR-EDT         PIC ZZZZ9.9999.
       77 WS-EOF               PIC 99.
       77 WS-ENTRADA           PIC X(20) VALUE SPACES.
       77 WS-ENTRADA-LEN       PIC 9(02) VALUE ZERO.
            IF WS-FS-LOT EQUAL ZEROS
                MOVE 'S' TO WS-LOT-DISPONIVEL
            END-IF
            OPEN INPUT SUBSTITUTOS
            IF WS-FS-SUB EQUAL ZEROS
                MOVE 'S' TO WS-SUB-DISPONIVEL
            END-IF
            MOVE 'X' TO WS-ENTRADA
            PERFORM UNTIL WS-ENTRADA EQUAL SPACES
               DISPLAY ' '
                   END-IF
               END-IF
            END-PERFORM
            IF WS-SUB-DISPONIVEL EQUAL 'S'
                CLOSE SUBSTITUTOS
            END-IF
            IF WS-LOT-DISPONIVEL EQUAL 'S'
                CLOSE LOTES-PRODUTO
            END-IF
            PERFORM 4000-RESERVAS-ABERTAS
            PERFORM 5000-BACKORDERS-ABERTOS
            PERFORM 6000-LOTES-COM-VALIDADE
            PERFORM 7000-ULTIMOS-MOVIMENTOS
            PERFORM 8000-SUBSTITUTOS.

      ****** LINHAS DE PEDIDO ABERTAS, COM A DATA ESPERADA **************
       3000-PEDIDOS-ABERTOS.
                   END-IF
                END-PERFORM
            END-IF.

      ****** SUBSTITUTOS APROVADOS E PRODUTOS QUE ELE SUBSTITUI *********
       8000-SUBSTITUTOS.
            DISPLAY ' '
            DISPLAY 'SUBSTITUTOS APROVADOS:'
            INITIALIZE WS-LINHAS-LISTADAS
            IF WS-SUB-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO SUB-COD-PRODUTO
                MOVE ZEROS TO SUB-COD-SUBSTITUTO
                START SUBSTITUTOS KEY IS NOT LESS THAN SUB-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF TO 0
                        PERFORM UNTIL WS-EOF EQUAL 1
                           READ SUBSTITUTOS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF SUB-COD-PRODUTO NOT EQUAL
                                  WS-COD-PRODUTO
                                   MOVE 1 TO WS-EOF
                               ELSE
                                   MOVE SUB-COD-SUBSTITUTO TO
                                       COD-PRODUTO
                                   PERFORM 8100-LINHA-SUBSTITUTO
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF
            IF WS-LINHAS-LISTADAS EQUAL ZERO
                DISPLAY '  NENHUM'
            END-IF
            DISPLAY ' '
            DISPLAY 'E SUBSTITUTO DE:'
            INITIALIZE WS-LINHAS-LISTADAS
            IF WS-SUB-DISPONIVEL EQUAL 'S'
                MOVE ZEROS TO SUB-CHAVE
                START SUBSTITUTOS KEY IS NOT LESS THAN SUB-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF TO 0
                        PERFORM UNTIL WS-EOF EQUAL 1
                           READ SUBSTITUTOS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF SUB-COD-SUBSTITUTO EQUAL
                                  WS-COD-PRODUTO
                                   MOVE SUB-COD-PRODUTO TO
                                       COD-PRODUTO
                                   PERFORM 8100-LINHA-SUBSTITUTO
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF
            IF WS-LINHAS-LISTADAS EQUAL ZERO
                DISPLAY '  NENHUM'
            END-IF.

      ****** UMA LINHA DO VINCULO, COM O SALDO LIVRE DO OUTRO PRODUTO ***
       8100-LINHA-SUBSTITUTO.
            MOVE SPACES TO NOME-PRODUTO
            MOVE ZEROS TO WS-DISPONIVEL
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WS-DISPONIVEL = ESTOQUE-PRODUTO -
                        ESTOQUE-RESERVADO
            END-READ
            MOVE SUB-FATOR TO WS-FATOR-EDT
            IF SUB-SUCEDE
                DISPLAY '  ' COD-PRODUTO ' ' NOME-PRODUTO
                    ' FATOR ' WS-FATOR-EDT ' LIVRE ' WS-DISPONIVEL
                    ' (SUCESSOR)'
            ELSE
                DISPLAY '  ' COD-PRODUTO ' ' NOME-PRODUTO
                    ' FATOR ' WS-FATOR-EDT ' LIVRE ' WS-DISPONIVEL
            END-IF
            ADD 1 TO WS-LINHAS-LISTADAS.
       END PROGRAM CRUD-26-consulta-360.
