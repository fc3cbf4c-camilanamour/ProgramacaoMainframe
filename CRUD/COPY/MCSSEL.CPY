      ******************************************************************
      * Copybook: MCSSEL
      * Purpose:  FILE-CONTROL entry for MOVIMENTO-CONSIGNADO, a parte
      *           consignada de cada lancamento de MOVIMENTO-ESTOQUE
      *           que mexeu em estoque de fornecedor (recebimento,
      *           consumo, devolucao e os estornos deles). Chave o
      *           MOV-NUMERO do lancamento.
      ******************************************************************
           SELECT MOVIMENTO-CONSIGNADO ASSIGN TO
           'C:\ARQUIVOS\movimento-consignado.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCS-MOV-NUMERO
           FILE STATUS IS WS-FS-MCS.
