      ******************************************************************
      * Copybook: SOLSEL
      * Purpose:  FILE-CONTROL entry for SOLICITACOES-ALTERACAO, as
      *           alteracoes de campos sensiveis do cadastro de
      *           produtos (fornecedor, estoque minimo, situacao) que
      *           ficam pendentes em vez de gravadas: um registro por
      *           solicitacao, numerado pela sequencia SOLIC-ALT, com
      *           o valor antes/depois, quem pediu e quem decidiu. So
      *           CRUD-41-aprova-alteracoes aplica a alteracao em
      *           PRODUTOS, depois da aprovacao de um supervisor.
      ******************************************************************
           SELECT SOLICITACOES-ALTERACAO ASSIGN TO
           'C:\ARQUIVOS\solicitacoes-alteracao.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SOL-NUMERO
           FILE STATUS IS WS-FS-SOL.
