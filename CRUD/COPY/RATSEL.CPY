      ******************************************************************
      * Copybook: RATSEL
      * Purpose:  FILE-CONTROL entry for RATEIO-CUSTO, o detalhe do
      *           rateio das despesas adicionais de compra (frete,
      *           seguro, impostos de importacao) pelas entradas: uma
      *           linha por ajuste de custo (MOV-NUMERO do movimento
      *           tipo C), com o documento da despesa que a originou.
      ******************************************************************
           SELECT RATEIO-CUSTO ASSIGN TO
           'C:\ARQUIVOS\rateio-custo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RAT-MOV-NUMERO
           FILE STATUS IS WS-FS-RAT.
