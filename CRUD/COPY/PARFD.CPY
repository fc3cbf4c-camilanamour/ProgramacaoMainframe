      ******************************************************************
      * Copybook: PARFD
      * Purpose:  FD and record layout for PARAMETROS. PAR-NOME e o
      *           mesmo nome da variavel de ambiente que pode
      *           sobrepor o valor numa rodada avulsa. PAR-TIPO diz
      *           como PAR-VALOR e conferido: N numerico entre
      *           PAR-MINIMO e PAR-MAXIMO, L uma das palavras de
      *           PAR-PERMITIDOS, C so letras de PAR-PERMITIDOS.
      *           PAR-VALOR em branco = o programa usa o seu padrao
      *           (o mesmo de PAR-PADRAO).
      ******************************************************************
       FD PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-NOME             PIC X(20).
           03 PAR-VALOR            PIC X(09).
           03 PAR-TIPO             PIC X(01).
               88 PAR-NUMERICO     VALUE 'N'.
               88 PAR-LISTA        VALUE 'L'.
               88 PAR-LETRAS       VALUE 'C'.
           03 PAR-MINIMO           PIC 9(09).
           03 PAR-MAXIMO           PIC 9(09).
           03 PAR-PERMITIDOS       PIC X(20).
           03 PAR-PADRAO           PIC X(09).
           03 PAR-DESCRICAO        PIC X(50).
           03 PAR-USUARIO          PIC X(20).
           03 PAR-DATA-ALTERACAO   PIC 9(08).
           03 PAR-HORA-ALTERACAO   PIC 9(08).
