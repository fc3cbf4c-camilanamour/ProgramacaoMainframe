      *           recusa quando o arquivo em disco nao bate com o que
      *           foi provado e liberado. LIB-LIBERADOR guarda quem
      *           liberou (tambem gravado em PRODUTOS-LOG).
      *           LIB-PROVADOR guarda quem rodou a prova, para a
      *           segregacao de funcoes (quem prova nao libera).
      ******************************************************************
       FD CONTROLE-LIBERACAO.
       01 REG-LIBERACAO.
           03 LIB-LIBERADOR        PIC X(08).
           03 LIB-DATA             PIC 9(08).
           03 LIB-HORA             PIC 9(08).
           03 LIB-PROVADOR         PIC X(20).
