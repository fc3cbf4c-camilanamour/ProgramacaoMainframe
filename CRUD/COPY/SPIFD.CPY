      ******************************************************************
      * Copybook: SPIFD
      * Purpose:  FD and record layout for SPOOL-INDICE. A chave e o
      *           programa + data + hora da emissao; SPI-SITUACAO diz
      *           se o arquivo de spool ainda existe ou ja foi
      *           expurgado pela regra de retencao (o registro do
      *           indice fica, para a auditoria saber o que existiu).
      ******************************************************************
       FD SPOOL-INDICE.
       01 REG-SPOOL-INDICE.
           03 SPI-CHAVE.
               05 SPI-PROGRAMA     PIC X(20).
               05 SPI-DATA         PIC 9(08).
               05 SPI-HORA         PIC 9(08).
           03 SPI-USUARIO          PIC X(20).
           03 SPI-PARAMETROS       PIC X(60).
           03 SPI-LINHAS           PIC 9(07).
           03 SPI-PAGINAS          PIC 9(05).
           03 SPI-ARQUIVO          PIC X(100).
           03 SPI-SITUACAO         PIC X(01).
               88 SPI-DISPONIVEL   VALUE 'D'.
               88 SPI-EXPURGADO    VALUE 'E'.
           03 SPI-DATA-EXPURGO     PIC 9(08).
           03 SPI-REIMPRESSOES     PIC 9(03).
