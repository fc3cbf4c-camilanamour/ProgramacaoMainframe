      ******************************************************************
      * Copybook: BKGSEL
      * Purpose:  FILE-CONTROL entry for BACKUP-GERACOES, o indice das
      *           geracoes do backup completo: uma por data, com a
      *           situacao (completa, com falha ou expurgada pela
      *           retencao) e o resultado do ultimo teste de
      *           restauracao, mantido por BACKUP-GERACAO e
      *           RESTAURA-GERACAO.
      ******************************************************************
           SELECT BACKUP-GERACOES ASSIGN TO
           'C:\ARQUIVOS\backup-geracoes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BKG-DATA
           FILE STATUS IS WS-FS-BKG.
