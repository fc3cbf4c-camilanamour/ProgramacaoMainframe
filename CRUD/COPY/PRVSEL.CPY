      ******************************************************************
      * Copybook: PRVSEL
      * Purpose:  FILE-CONTROL entry for PREVISAO-DEMANDA, a previsao
      *           mensal de consumo por produto gerada pelo
      *           PREVE-DEMANDA para os 6 meses seguintes ao ultimo
      *           mes fechado. Cada geracao regrava os meses ainda
      *           futuros; o mes que fecha guarda a ultima previsao
      *           feita para ele, que o REL-PREVISAO-REAL compara com
      *           o consumo apurado. Mantida por 36 meses.
      ******************************************************************
           SELECT PREVISAO-DEMANDA ASSIGN TO
           'C:\ARQUIVOS\previsao-demanda.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRV-CHAVE
           FILE STATUS IS WS-FS-PRV.
