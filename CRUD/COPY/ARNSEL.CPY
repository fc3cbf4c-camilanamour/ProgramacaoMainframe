      ******************************************************************
      * Copybook: ARNSEL
      * Purpose:  FILE-CONTROL entry for AVISOS-RNC, os avisos
      *           numerados de nao conformidade impressos para o
      *           fornecedor, um depois do outro.
      ******************************************************************
           SELECT AVISOS-RNC ASSIGN TO 'C:\ARQUIVOS\avisos-rnc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARN.
