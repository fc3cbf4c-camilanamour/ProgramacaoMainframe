      * Purpose:  FD and record layout for RESERVAS. RSV-VALIDADE e a
      *           data em que a reserva expira (zero = sem prazo); a
      *           liberacao em lote devolve ao disponivel as reservas
      *           ABERTAS vencidas. RSV-ORDEM-SERVICO liga a reserva
      *           a ordem de servico da manutencao que a criou (zero =
      *           reserva avulsa, feita no balcao).
      ******************************************************************
       FD RESERVAS.
       01 REG-RESERVA.
           03 RSV-SITUACAO             PIC X(01).
               88 RSV-ABERTA           VALUE 'A'.
               88 RSV-LIBERADA         VALUE 'L'.
           03 RSV-ORDEM-SERVICO        PIC 9(09).
