      ******************************************************************
      * Copybook: RGEFD
      * Purpose:  FD and record layout for REGISTRO-ENTRADAS. A chave e
      *           o tipo do arquivo + a origem e a data do HEADER;
      *           RGE-REGISTROS e RGE-HASH sao os totais do TRAILER.
      *           RGE-DATA-PROC/RGE-HORA-PROC sao a primeira aplicacao
      *           e RGE-DATA-ULTIMA a mais recente; RGE-APLICACOES
      *           passa de 1 so com liberacao de supervisor
      *           (RGE-SUPERVISOR guarda o ultimo que liberou).
      *           RGE-RECUSAS conta as vezes em que o lote voltou e
      *           foi recusado como duplicado. RGE-ARQUIVO e o nome
      *           com que o arquivo foi guardado em processados.
      ******************************************************************
       FD REGISTRO-ENTRADAS.
       01 REG-REGISTRO-ENTRADA.
           03 RGE-CHAVE.
               05 RGE-TIPO         PIC X(12).
               05 RGE-ORIGEM       PIC X(20).
               05 RGE-DATA-HDR     PIC 9(08).
           03 RGE-REGISTROS        PIC 9(07).
           03 RGE-HASH             PIC 9(13)V99.
           03 RGE-PROGRAMA         PIC X(20).
           03 RGE-USUARIO          PIC X(20).
           03 RGE-DATA-PROC        PIC 9(08).
           03 RGE-HORA-PROC        PIC 9(08).
           03 RGE-DATA-ULTIMA      PIC 9(08).
           03 RGE-APLICACOES       PIC 9(03).
           03 RGE-SUPERVISOR       PIC X(08).
           03 RGE-RECUSAS          PIC 9(03).
           03 RGE-DATA-RECUSA      PIC 9(08).
           03 RGE-ARQUIVO          PIC X(100).
