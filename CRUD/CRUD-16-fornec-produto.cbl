      *          PRINCIPAL SEGUE NO COD-FORNECEDOR DO CADASTRO DE
      *          PRODUTOS; AQUI FICAM AS SEGUNDAS FONTES.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - a fonte guarda a moeda do preco (PFX-MOEDA),
      *               sugerida pela moeda de faturamento do fornecedor;
      *               ALTERAR troca a moeda e LISTAR mostra o preco
      *               com ela
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-16-fornec-produto.
       77 WS-FORN-BUSCA        PIC 9(04).
       77 WS-PRECO-NOVO        PIC 9(07)V99.
       77 WS-PRAZO-NOVO        PIC 9(03).
       77 WS-MOEDA-NOVA        PIC X(03).

           COPY PRODWS.
           COPY PRODPATH.
       1100-GRAVAR-FONTE.
            MOVE WS-COD-BUSCA TO PFX-COD-PRODUTO
            MOVE WS-FORN-BUSCA TO PFX-COD-FORNECEDOR
            MOVE MOEDA-FORNECEDOR TO PFX-MOEDA
            IF PFX-MOEDA EQUAL SPACES
                MOVE 'BRL' TO PFX-MOEDA
            END-IF
            DISPLAY 'MOEDA DO PRECO: ' PFX-MOEDA
                ' (BRANCO = MANTER OU INFORME OUTRA):'
            MOVE SPACES TO WS-MOEDA-NOVA
            ACCEPT WS-MOEDA-NOVA
            IF WS-MOEDA-NOVA NOT EQUAL SPACES
                MOVE WS-MOEDA-NOVA TO PFX-MOEDA
            END-IF
            DISPLAY 'INFORME O PRECO DESTE FORNECEDOR EM ' PFX-MOEDA
                ':'
            ACCEPT PFX-PRECO
            DISPLAY 'INFORME O PRAZO DE ENTREGA (DIAS):'
            ACCEPT PFX-PRAZO
                INVALID KEY
                    DISPLAY 'FONTE NAO ENCONTRADA'
                NOT INVALID KEY
                    DISPLAY 'PRECO ATUAL: ' PFX-PRECO ' ' PFX-MOEDA
                        ' PRAZO ATUAL: ' PFX-PRAZO
                    DISPLAY 'INFORME A NOVA MOEDA (BRANCO = MANTER):'
                    MOVE SPACES TO WS-MOEDA-NOVA
                    ACCEPT WS-MOEDA-NOVA
                    IF WS-MOEDA-NOVA NOT EQUAL SPACES
                        MOVE WS-MOEDA-NOVA TO PFX-MOEDA
                    END-IF
                    DISPLAY 'INFORME O NOVO PRECO (0 = MANTER):'
                    ACCEPT WS-PRECO-NOVO
                    IF WS-PRECO-NOVO NOT EQUAL ZERO
                           ELSE
                               DISPLAY '  FORNECEDOR '
                                   PFX-COD-FORNECEDOR
                                   ' PRECO: ' PFX-PRECO ' ' PFX-MOEDA
                                   ' PRAZO: ' PFX-PRAZO ' DIAS'
                               ADD 1 TO WS-CONTADOR
                           END-IF
