      ******************************************************************
      * Copybook: NFEGRV
      * Purpose:  Grava em NOTAS-ENTRADA o registro fiscal da entrada
      *           que acabou de ir para MOVIMENTO-ESTOQUE (MOV-NUMERO,
      *           MOV-DATA) contra a linha de pedido corrente
      *           (PED-NUMERO, PED-COD-PRODUTO, PED-COD-FORNECEDOR),
      *           com os dados da nota em WS-NFE-. O ICMS e o IPI sao
      *           calculados sobre WS-NFE-VALOR pelas aliquotas.
      *           Requires NFESEL/NFEFD selected/declared and NFEWS
      *           in WORKING-STORAGE.
      ******************************************************************
       9990-GRAVAR-NOTA-ENTRADA.
            OPEN I-O NOTAS-ENTRADA
            IF WS-FS-NFE EQUAL 35
                OPEN OUTPUT NOTAS-ENTRADA
                CLOSE NOTAS-ENTRADA
                OPEN I-O NOTAS-ENTRADA
            END-IF
            MOVE MOV-NUMERO TO NFE-MOV-NUMERO
            MOVE PED-COD-FORNECEDOR TO NFE-COD-FORNECEDOR
            MOVE WS-NFE-NUMERO TO NFE-NUMERO
            MOVE MOV-DATA TO NFE-DATA-ENTRADA
            MOVE PED-NUMERO TO NFE-NUMERO-PEDIDO
            MOVE PED-COD-PRODUTO TO NFE-COD-PRODUTO
            MOVE WS-NFE-QUANTIDADE TO NFE-QUANTIDADE
            MOVE WS-NFE-VALOR TO NFE-VALOR-PRODUTOS
            MOVE WS-NFE-ORIGEM TO NFE-ORIGEM
            IF WS-NFE-NUMERO EQUAL ZERO
                MOVE SPACES TO NFE-SERIE
                MOVE SPACES TO NFE-CNPJ
                MOVE ZEROS TO NFE-DATA-EMISSAO
                MOVE ZEROS TO NFE-CFOP
                MOVE ZEROS TO NFE-ALIQ-ICMS
                MOVE ZEROS TO NFE-VALOR-ICMS
                MOVE ZEROS TO NFE-ALIQ-IPI
                MOVE ZEROS TO NFE-VALOR-IPI
                SET NFE-SEM-NOTA TO TRUE
            ELSE
                MOVE WS-NFE-SERIE TO NFE-SERIE
                MOVE WS-NFE-CNPJ TO NFE-CNPJ
                MOVE WS-NFE-DATA-EMISSAO TO NFE-DATA-EMISSAO
                MOVE WS-NFE-CFOP TO NFE-CFOP
                MOVE WS-NFE-ALIQ-ICMS TO NFE-ALIQ-ICMS
                COMPUTE NFE-VALOR-ICMS ROUNDED =
                    WS-NFE-VALOR * WS-NFE-ALIQ-ICMS / 100
                MOVE WS-NFE-ALIQ-IPI TO NFE-ALIQ-IPI
                COMPUTE NFE-VALOR-IPI ROUNDED =
                    WS-NFE-VALOR * WS-NFE-ALIQ-IPI / 100
                SET NFE-COM-NOTA TO TRUE
            END-IF
            WRITE REG-NOTA-ENTRADA
            END-WRITE
            IF WS-FS-NFE NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR A NOTA DA ENTRADA, FILE '
                    'STATUS ' WS-FS-NFE
            END-IF
            CLOSE NOTAS-ENTRADA.
