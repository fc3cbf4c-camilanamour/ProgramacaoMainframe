      *          APLICAR DA CARGA E DO AJUSTE SO RODA O QUE PASSOU
      *          POR AQUI.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - o registro LIBERA-LOT de PRODUTOS-LOG leva em
      *               LOG-NOME-DEPOIS quem provou o lote (LIB-PROVADOR),
      *               para o confronto de funcoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-24-libera-lotes.
            MOVE ZEROS TO LOG-COD-PRODUTO
            MOVE LIB-PROGRAMA TO LOG-NOME-ANTES
            MOVE LIB-NUMERO TO LOG-ESTOQUE-ANTES
            MOVE LIB-PROVADOR TO LOG-NOME-DEPOIS
            MOVE LIB-REG-CONTADOS TO LOG-ESTOQUE-DEPOIS
            MOVE WS-ID-INFORMADO TO LOG-USUARIO
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
