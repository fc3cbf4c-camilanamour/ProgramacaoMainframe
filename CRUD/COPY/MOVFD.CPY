      *           avulso. MOV-OPERADOR e MOV-HORA carimbam quem
      *           lancou e a que horas, para o kardex dizer quem
      *           postou os tres movimentos do mesmo dia e em que
      *           ordem. O tipo C e o ajuste de custo do rateio de
      *           frete, seguro e impostos (RATEIO-CUSTO): nao move
      *           quantidade (MOV-QUANTIDADE zero), so carimba em
      *           MOV-CUSTO-UNIT o CUSTO-MEDIO ja ajustado; o valor
      *           rateado fica em RATEIO-CUSTO pelo MOV-NUMERO.
      *           O tipo R e a devolucao do departamento ao estoque:
      *           aumenta o saldo como uma entrada, traz em
      *           MOV-DESTINO o departamento que devolveu e em
      *           MOV-SAIDA-ORIGEM o MOV-NUMERO da saida original, e
      *           abate do consumo daquele destino; zero (ou branco,
      *           em linha anterior ao campo) nos demais tipos.
      *           MOV-ORDEM-SERVICO e a ordem de servico da manutencao
      *           que consumiu a saida (zero = saida sem ordem; branco
      *           em linha anterior ao campo); o estorno e a devolucao
      *           do departamento herdam a ordem da saida original,
      *           para o custo da ordem sair liquido.
      *           MOV-MOTIVO diz por que o saldo mudou quando nao e
      *           o movimento comum do tipo: B = baixa por perda
      *           (vencido, rejeitado no QC, sucata), A = ajuste de
      *           contagem ou correcao de saldo; branco = movimento
      *           comum (e linha anterior ao campo). O estorno herda
      *           o motivo do lancamento original.
      ******************************************************************
       FD MOVIMENTO-ESTOQUE.
       01 REG-MOVIMENTO.
               88 MOV-SAIDA        VALUE 'S'.
               88 MOV-DEVOLUCAO    VALUE 'D'.
               88 MOV-REDUZ-SALDO  VALUE 'S' 'D'.
               88 MOV-AJUSTE-CUSTO VALUE 'C'.
               88 MOV-DEVOLUCAO-DEPTO VALUE 'R'.
               88 MOV-AUMENTA-SALDO VALUE 'E' 'R'.
           03 MOV-DATA             PIC 9(08).
           03 MOV-DESTINO          PIC X(06).
           03 MOV-NUMERO           PIC 9(09).
           03 MOV-CONJUNTO         PIC 9(09).
           03 MOV-OPERADOR         PIC X(20).
           03 MOV-HORA             PIC 9(08).
           03 MOV-SAIDA-ORIGEM     PIC 9(09).
           03 MOV-ORDEM-SERVICO    PIC 9(09).
           03 MOV-MOTIVO           PIC X(01).
               88 MOV-MOTIVO-BAIXA VALUE 'B'.
               88 MOV-MOTIVO-AJUSTE VALUE 'A'.
