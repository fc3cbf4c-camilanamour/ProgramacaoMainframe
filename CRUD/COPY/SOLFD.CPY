      ******************************************************************
      * Copybook: SOLFD
      * Purpose:  FD and record layout for SOLICITACOES-ALTERACAO.
      *           SOL-CAMPO diz qual campo de REG-PRODUTO a solicitacao
      *           altera; os valores antes/depois ficam em X(09) com a
      *           visao numerica redefinida (fornecedor e minimo usam
      *           a visao numerica, a situacao usa o primeiro byte).
      *           SOL-APROVADOR/SOL-DATA-DECISAO ficam em branco/zero
      *           enquanto a solicitacao esta PENDENTE.
      ******************************************************************
       FD SOLICITACOES-ALTERACAO.
       01 REG-SOLICITACAO.
           03 SOL-NUMERO           PIC 9(09).
           03 SOL-COD-PRODUTO      PIC 9(06).
           03 SOL-CAMPO            PIC X(01).
               88 SOL-CAMPO-FORNECEDOR VALUE 'F'.
               88 SOL-CAMPO-MINIMO     VALUE 'M'.
               88 SOL-CAMPO-SITUACAO   VALUE 'S'.
           03 SOL-VALOR-ANTES      PIC X(09).
           03 SOL-ANTES-NUM REDEFINES SOL-VALOR-ANTES
                                   PIC 9(09).
           03 SOL-VALOR-DEPOIS     PIC X(09).
           03 SOL-DEPOIS-NUM REDEFINES SOL-VALOR-DEPOIS
                                   PIC 9(09).
           03 SOL-SOLICITANTE      PIC X(20).
           03 SOL-ORIGEM           PIC X(20).
           03 SOL-DATA-SOLICITACAO PIC 9(08).
           03 SOL-HORA-SOLICITACAO PIC 9(08).
           03 SOL-SITUACAO         PIC X(01).
               88 SOL-PENDENTE     VALUE 'P'.
               88 SOL-APROVADA     VALUE 'A'.
               88 SOL-REJEITADA    VALUE 'R'.
           03 SOL-APROVADOR        PIC X(08).
           03 SOL-DATA-DECISAO     PIC 9(08).
           03 SOL-HORA-DECISAO     PIC 9(08).
