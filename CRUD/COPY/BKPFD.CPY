      ******************************************************************
      * Copybook: BKPFD
      * Purpose:  FD and record layout for BACKUP-COPIA, BACKUP-ARQUIVO
      *           e BACKUP-MANIFESTO. A copia guarda o registro inteiro
      *           do arquivo de origem, um por linha, na ordem da chave
      *           primaria (indexado) ou na ordem gravada
      *           (sequencial). O manifesto abre com o HDR da geracao,
      *           tem uma linha ARQ por arquivo (organizacao, presente
      *           ou ausente na hora do backup, registros e total de
      *           controle) e fecha com o TRL (arquivos e registros);
      *           manifesto sem TRL e geracao incompleta.
      ******************************************************************
       FD BACKUP-COPIA.
       01 REG-BACKUP-COPIA         PIC X(400).

       FD BACKUP-ARQUIVO.
       01 REG-BACKUP-ARQUIVO       PIC X(400).

       FD BACKUP-MANIFESTO.
       01 REG-MANIFESTO.
           03 BKM-TIPO             PIC X(03).
               88 BKM-HEADER       VALUE 'HDR'.
               88 BKM-DETALHE      VALUE 'ARQ'.
               88 BKM-TRAILER      VALUE 'TRL'.
           03 FILLER               PIC X(01).
           03 BKM-DADOS-ARQ.
               05 BKM-ARQUIVO      PIC X(30).
               05 FILLER           PIC X(01).
               05 BKM-ORGANIZACAO  PIC X(01).
                   88 BKM-INDEXADO   VALUE 'I'.
                   88 BKM-SEQUENCIAL VALUE 'S'.
               05 FILLER           PIC X(01).
               05 BKM-SITUACAO     PIC X(01).
                   88 BKM-PRESENTE VALUE 'P'.
                   88 BKM-AUSENTE  VALUE 'A'.
               05 FILLER           PIC X(01).
               05 BKM-REGISTROS    PIC 9(09).
               05 FILLER           PIC X(01).
               05 BKM-TOTAL        PIC 9(18).
           03 BKM-DADOS-HDR REDEFINES BKM-DADOS-ARQ.
               05 BKM-GERACAO      PIC 9(08).
               05 FILLER           PIC X(01).
               05 BKM-HORA         PIC 9(08).
               05 FILLER           PIC X(01).
               05 BKM-USUARIO      PIC X(20).
               05 FILLER           PIC X(25).
           03 BKM-DADOS-TRL REDEFINES BKM-DADOS-ARQ.
               05 BKM-QTD-ARQUIVOS PIC 9(03).
               05 FILLER           PIC X(01).
               05 BKM-QTD-REGISTROS PIC 9(11).
               05 FILLER           PIC X(48).
