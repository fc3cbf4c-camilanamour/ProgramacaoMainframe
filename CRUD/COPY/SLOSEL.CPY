      ******************************************************************
      * Copybook: SLOSEL
      * Purpose:  FILE-CONTROL entry for SELOS-DIARIOS, os selos
      *           encadeados do livro: um registro por dia fechado com
      *           o selo calculado sobre os registros do dia em
      *           MOVIMENTO-ESTOQUE e PRODUTOS-LOG e o selo do dia
      *           anterior (CONFERE-LIVRO), e um registro de corte
      *           cada vez que a retencao tira dias antigos do livro
      *           vivo (ARQUIVA-RETENCAO).
      ******************************************************************
           SELECT SELOS-DIARIOS ASSIGN TO
           'C:\ARQUIVOS\selos-diarios.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SLO.
