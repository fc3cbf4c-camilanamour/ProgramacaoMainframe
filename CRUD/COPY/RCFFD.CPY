      ******************************************************************
      * Copybook: RCFFD
      * Purpose:  FD and record layout for REGRAS-CONFLITO.
      *           RCF-CODIGO 01 recebeu e inspecionou, 02 provou e
      *           liberou, 03 alterou o preco e recebeu a esse preco,
      *           04 lancou e estornou. Descricao em branco mantem a
      *           padrao.
      ******************************************************************
       FD REGRAS-CONFLITO.
       01 REG-REGRA-CONFLITO.
           03 RCF-CODIGO           PIC 9(02).
           03 FILLER               PIC X(01).
           03 RCF-ATIVA            PIC X(01).
               88 RCF-LIGADA       VALUE 'S'.
               88 RCF-DESLIGADA    VALUE 'N'.
           03 FILLER               PIC X(01).
           03 RCF-DESCRICAO        PIC X(50).
