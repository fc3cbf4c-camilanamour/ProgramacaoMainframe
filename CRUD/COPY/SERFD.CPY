      *           diz onde a unidade esta: EM ESTOQUE desde
      *           SER-DATA-ENTRADA, ou SAIU para SER-DESTINO em
      *           SER-DATA-SAIDA — o registro guarda o ciclo inteiro
      *           da unidade, nao so a ultima foto. EMPRESTADO e a
      *           ferramenta que saiu para SER-DESTINO em
      *           SER-DATA-SAIDA como emprestimo (EMPRESTIMOS guarda
      *           quem pegou e quando devolve): continua no saldo do
      *           produto, mas nao esta na prateleira. NA CALIBRACAO
      *           e o instrumento enviado ao laboratorio em
      *           SER-DATA-SAIDA (CALIBRACOES guarda o laboratorio e o
      *           vencimento): tambem fica no saldo, fora da prateleira.
      ******************************************************************
       FD SERIES-PRODUTO.
       01 REG-SERIE.
           03 SER-SITUACAO             PIC X(01).
               88 SER-EM-ESTOQUE       VALUE 'E'.
               88 SER-SAIU             VALUE 'S'.
               88 SER-EMPRESTADO       VALUE 'L'.
               88 SER-NA-CALIBRACAO    VALUE 'C'.
           03 SER-DESTINO              PIC X(06).
           03 SER-DATA-ENTRADA         PIC 9(08).
           03 SER-DATA-SAIDA           PIC 9(08).
