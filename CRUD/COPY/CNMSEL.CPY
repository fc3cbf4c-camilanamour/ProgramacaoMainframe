      ******************************************************************
      * Copybook: CNMSEL
      * Purpose:  FILE-CONTROL entry for CONSUMO-MENSAL, o historico
      *           de consumo por produto e mes: um registro por
      *           produto por mes fechado, liquido dos pares de
      *           estorno e das devolucoes dos departamentos, gravado
      *           na virada do mes pelo FECHA-CONSUMO-MES e mantido
      *           por 36 meses. E a fonte unica de demanda para a
      *           previsao sazonal (PREVE-DEMANDA).
      ******************************************************************
           SELECT CONSUMO-MENSAL ASSIGN TO
           'C:\ARQUIVOS\consumo-mensal.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNM-CHAVE
           FILE STATUS IS WS-FS-CNM.
