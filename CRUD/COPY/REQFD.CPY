      *           fica PENDENTE ate a separacao cobrir a quantidade
      *           pedida; REQ-QTD-ATENDIDA acumula o que ja saiu, de
      *           modo que uma separacao parcial deixa a requisicao
      *           na fila com o restante visivel. REQ-ONDA guarda a
      *           onda de separacao em que a requisicao entrou (zero
      *           = fora de onda); a confirmacao da onda fecha a
      *           requisicao como ATENDIDA ou, na separacao curta,
      *           EM BACKORDER, com a falta passada a BACKORDERS.
      ******************************************************************
       FD REQUISICOES.
       01 REG-REQUISICAO.
           03 REQ-SITUACAO         PIC X(01).
               88 REQ-PENDENTE     VALUE 'P'.
               88 REQ-ATENDIDA     VALUE 'A'.
               88 REQ-EM-BACKORDER VALUE 'B'.
           03 REQ-ONDA             PIC 9(09).
