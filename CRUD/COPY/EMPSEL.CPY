      ******************************************************************
      * Copybook: EMPSEL
      * Purpose:  FILE-CONTROL entry for EMPRESTIMOS, o registro de
      *           emprestimos de ferramentas com numero de serie: um
      *           registro por emprestimo, numerado pela sequencia
      *           EMPRESTIMO. A chave alternativa produto + serie
      *           localiza o emprestimo em aberto da unidade na
      *           devolucao e na consulta de series.
      ******************************************************************
           SELECT EMPRESTIMOS ASSIGN TO
           'C:\ARQUIVOS\emprestimos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-NUMERO
           ALTERNATE RECORD KEY IS EMP-CHAVE-SERIE WITH DUPLICATES
           FILE STATUS IS WS-FS-EMP.
