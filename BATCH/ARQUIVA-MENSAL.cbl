      *               MOVIMENTO-MES do livro de movimentos, que os
      *               gravadores apensam e os jobs noturnos leem no
      *               lugar do livro inteiro
      * 15 OUT 2026 - snapshot mensal agora tambem grava o custo medio e
      *               a parte consignada do saldo (HIST-CUSTO-MEDIO,
      *               HIST-QTD-CONSIGNADA), para o saldo de abertura da
      *               prova de evolucao do valor do estoque
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA-MENSAL.
           COPY PRODSEL.
           COPY HISTSEL.
           COPY MVSSEL.
           COPY CSGSEL.
           COPY RUNSEL.

       DATA DIVISION.
           COPY PRODFD.
           COPY HISTFD.
           COPY MVSFD.
           COPY CSGFD.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-HIST           PIC 99.
       77 WS-FS-MVS            PIC 99.
       77 WS-FS-CSG            PIC 99.
       77 WS-CSG-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-SNAPSHOT     PIC 9(08).
            IF WS-FS-HIST EQUAL 35
                OPEN OUTPUT PRODUTOS-HIST
            END-IF
            OPEN INPUT CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE 'S' TO WS-CSG-DISPONIVEL
            END-IF

            SET WS-EOF     TO 0.
            INITIALIZE WS-CONTADOR
            DISPLAY 'DATA DO SNAPSHOT: ' WS-DATA-SNAPSHOT
            DISPLAY 'PRODUTOS ARQUIVADOS: ' WS-CONTADOR

            IF WS-CSG-DISPONIVEL EQUAL 'S'
                CLOSE CONSIGNACAO
            END-IF
            CLOSE PRODUTOS.
            CLOSE PRODUTOS-HIST.
            OPEN OUTPUT MOVIMENTO-MES
            MOVE WS-CATEGORIA-PRODUTO TO HIST-CATEGORIA-PRODUTO
            MOVE WS-VALIDADE-PRODUTO TO HIST-VALIDADE-PRODUTO
            MOVE WS-ESTOQUE-RESERVADO TO HIST-ESTOQUE-RESERVADO
            MOVE WS-CUSTO-MEDIO TO HIST-CUSTO-MEDIO
            MOVE ZEROS TO HIST-QTD-CONSIGNADA
            IF WS-CSG-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CSG-SALDO > WS-ESTOQUE-PRODUTO
                            MOVE WS-ESTOQUE-PRODUTO TO
                                HIST-QTD-CONSIGNADA
                        ELSE
                            MOVE CSG-SALDO TO HIST-QTD-CONSIGNADA
                        END-IF
                END-READ
            END-IF
            WRITE REG-PRODUTO-HIST
               INVALID KEY
                   REWRITE REG-PRODUTO-HIST
