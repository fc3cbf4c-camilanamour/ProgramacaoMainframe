      ******************************************************************
      * Copybook: ENTSEL
      * Purpose:  FILE-CONTROL entry for ENTRADAS-CUSTO, o registro do
      *           custo de cada entrada por pedido (uma linha por
      *           MOV-NUMERO de entrada), com o valor na moeda do
      *           pedido, a taxa do dia do recebimento e o valor em
      *           moeda local que foi para o CUSTO-MEDIO.
      ******************************************************************
           SELECT ENTRADAS-CUSTO ASSIGN TO
           'C:\ARQUIVOS\entradas-custo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ENT-MOV-NUMERO
           FILE STATUS IS WS-FS-ENT.
