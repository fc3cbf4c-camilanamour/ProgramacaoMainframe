      *               trancar — o dia novo as 8 da manha; data
      *               fechada por engano se reabre em
      *               CRUD-27-reabre-periodo
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               conta como entrada no saldo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-DIARIO.
                   INITIALIZE WS-SAIDAS-DIA
                   PERFORM UNTIL WS-EOF-ORD EQUAL 1 OR
                       ORD-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO
                       IF ORD-TIPO EQUAL 'E' OR ORD-TIPO EQUAL 'R'
                           ADD ORD-QUANTIDADE TO WS-ENTRADAS-DIA
                       ELSE
                           ADD ORD-QUANTIDADE TO WS-SAIDAS-DIA
