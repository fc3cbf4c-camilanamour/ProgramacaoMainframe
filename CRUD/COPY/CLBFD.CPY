      ******************************************************************
      * Copybook: CLBFD
      * Purpose:  FD and record layout for CALIBRACOES. A cada retorno
      *           aprovado do laboratorio CLB-DATA-ULTIMA recebe a data
      *           da calibracao, CLB-CERTIFICADO o numero do
      *           certificado e CLB-DATA-VENCIMENTO a data da ultima
      *           mais CLB-INTERVALO-DIAS. Vencimento zero (nunca
      *           calibrado ou reprovado no ultimo retorno) ou
      *           anterior a hoje impede a saida do instrumento.
      *           CLB-LABORATORIO e CLB-DATA-ENVIO ficam preenchidos
      *           enquanto o instrumento esta no laboratorio.
      ******************************************************************
       FD CALIBRACOES.
       01 REG-CALIBRACAO.
           03 CLB-CHAVE.
               05 CLB-COD-PRODUTO      PIC 9(06).
               05 CLB-SERIE            PIC X(20).
           03 CLB-INTERVALO-DIAS       PIC 9(04).
           03 CLB-DATA-ULTIMA          PIC 9(08).
           03 CLB-CERTIFICADO          PIC X(20).
           03 CLB-DATA-VENCIMENTO      PIC 9(08).
           03 CLB-RESULTADO            PIC X(01).
               88 CLB-APROVADO         VALUE 'A'.
               88 CLB-REPROVADO        VALUE 'R'.
               88 CLB-NUNCA-CALIBRADO  VALUE ' '.
           03 CLB-LABORATORIO          PIC X(20).
           03 CLB-DATA-ENVIO           PIC 9(08).
           03 CLB-DATA-ALTERACAO       PIC 9(08).
           03 CLB-OPERADOR             PIC X(08).
