      ******************************************************************
      * Copybook: BKGFD
      * Purpose:  FD and record layout for BACKUP-GERACOES. A chave e a
      *           data da geracao; BKG-SITUACAO diz se a copia conferiu
      *           com o manifesto (C), se algum arquivo nao conferiu
      *           (F) ou se a geracao ja foi apagada pela retencao de
      *           BACKUP_GERACOES (E). BKG-DATA-TESTE/BKG-TESTE-OK
      *           guardam o ultimo teste de restauracao da geracao e
      *           BKG-DATA-RESTAURACAO a ultima restauracao na
      *           producao.
      ******************************************************************
       FD BACKUP-GERACOES.
       01 REG-GERACAO.
           03 BKG-DATA             PIC 9(08).
           03 BKG-HORA             PIC 9(08).
           03 BKG-USUARIO          PIC X(20).
           03 BKG-SITUACAO         PIC X(01).
               88 BKG-COMPLETA     VALUE 'C'.
               88 BKG-FALHA        VALUE 'F'.
               88 BKG-EXPURGADA    VALUE 'E'.
           03 BKG-ARQUIVOS         PIC 9(03).
           03 BKG-REGISTROS        PIC 9(11).
           03 BKG-DATA-EXPURGO     PIC 9(08).
           03 BKG-DATA-TESTE       PIC 9(08).
           03 BKG-TESTE-OK         PIC X(01).
               88 BKG-TESTE-CONFERE    VALUE 'S'.
               88 BKG-TESTE-DIVERGE    VALUE 'N'.
           03 BKG-DATA-RESTAURACAO PIC 9(08).
