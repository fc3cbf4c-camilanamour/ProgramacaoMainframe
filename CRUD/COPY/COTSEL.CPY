      ******************************************************************
      * Copybook: COTSEL
      * Purpose:  FILE-CONTROL entry for COTAS-CONSUMO, a cota mensal
      *           de consumo de cada departamento (codigo de
      *           DESTINOS): por produto ou por categoria de produto,
      *           em unidades de estoque, para o mes AAAAMM. Chave
      *           destino + tipo (P/C) + item + mes.
      ******************************************************************
           SELECT COTAS-CONSUMO ASSIGN TO
           'C:\ARQUIVOS\cotas-consumo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-FS-COT.
