      ******************************************************************
      * Copybook: DFTSEL
      * Purpose:  FILE-CONTROL entry for DEFEITOS, a tabela mantida
      *           dos codigos de defeito usados na nao conformidade
      *           de fornecedor (RNC), pelo codigo.
      ******************************************************************
           SELECT DEFEITOS ASSIGN TO 'C:\ARQUIVOS\defeitos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DFT-CODIGO
           FILE STATUS IS WS-FS-DFT.
