      ******************************************************************
      * Copybook: LCLSEL
      * Purpose:  FILE-CONTROL entry for LIMITES-CLASSE, o limite de
      *           armazenagem licenciado para cada classe de risco
      *           (licenca de operacao / bombeiros), pela classe.
      ******************************************************************
           SELECT LIMITES-CLASSE ASSIGN TO
           'C:\ARQUIVOS\limites-classe.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LCL-CLASSE
           FILE STATUS IS WS-FS-LCL.
