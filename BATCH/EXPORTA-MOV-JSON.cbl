      *               para o rerun da manha exportar a noite
      *               recuperada em vez de gravar um arquivo vazio do
      *               dia novo com FIM limpo
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               conta como entrada no saldo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-MOV-JSON.
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF MOV-AUMENTA-SALDO
                ADD MOV-QUANTIDADE TO WS-TOTAL-ENTRADAS
            ELSE
                ADD MOV-QUANTIDADE TO WS-TOTAL-SAIDAS
