      ******************************************************************
      * Copybook: TITSEL
      * Purpose:  FILE-CONTROL entry for TITULOS-PAGAR, as parcelas a
      *           pagar programadas a partir das faturas aprovadas
      *           (uma por fornecedor + nota + parcela), com o
      *           vencimento calculado pela condicao de pagamento do
      *           fornecedor e empurrado para o proximo dia util.
      ******************************************************************
           SELECT TITULOS-PAGAR ASSIGN TO
           'C:\ARQUIVOS\titulos-pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           FILE STATUS IS WS-FS-TIT.
