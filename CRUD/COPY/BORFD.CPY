      ******************************************************************
      * Copybook: BORFD
      * Purpose:  FD and record layout for BACKORDERS.
      *           BOR-QTD-FALTA e o que ainda falta entregar (baixa a
      *           cada atendimento parcial); BOR-QTD-ORIGINAL e a
      *           falta no dia do registro. BOR-DATA-ATENDIDO e o dia
      *           em que a ultima parte foi entregue (zero enquanto
      *           aberto, e no backorder atendido antes do campo).
      *           BOR-DESTINO e BOR-REQUISICAO dizem para qual
      *           departamento e requisicao a falta foi registrada
      *           (branco/zero na saida avulsa sem destino informado).
      ******************************************************************
       FD BACKORDERS.
       01 REG-BACKORDER.
           03 BOR-SITUACAO             PIC X(01).
               88 BOR-ABERTO           VALUE 'A'.
               88 BOR-ATENDIDO         VALUE 'F'.
           03 BOR-QTD-ORIGINAL         PIC 9(09).
           03 BOR-DATA-ATENDIDO        PIC 9(08).
           03 BOR-DESTINO              PIC X(06).
           03 BOR-REQUISICAO           PIC 9(09).
