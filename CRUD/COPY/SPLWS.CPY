      ******************************************************************
      * Copybook: SPLWS
      * Purpose:  WORKING-STORAGE holders for o spool de relatorios
      *           (SPLGRV). MOVE o nome do programa para
      *           WS-SPL-PROGRAMA e os parametros da rodada para
      *           WS-SPL-PARAMETROS; cada linha do relatorio vai em
      *           WS-SPL-LINHA para 9812-IMPRIMIR-LINHA, que mostra na
      *           tela quando WS-SPL-ECO = 'S' e grava no spool.
      ******************************************************************
       77 WS-FS-SPL            PIC 99.
       77 WS-FS-SPO            PIC 99.
       77 WS-FS-SPI            PIC 99.
       77 WS-SPL-PATH          PIC X(100).
       77 WS-SPL-ORIGEM        PIC X(100).
       77 WS-SPL-PROGRAMA      PIC X(20).
       77 WS-SPL-PARAMETROS    PIC X(60) VALUE SPACES.
       77 WS-SPL-LINHA         PIC X(132) VALUE SPACES.
       77 WS-SPL-ECO           PIC X(01) VALUE 'S'.
       77 WS-SPL-ABERTO        PIC X(01) VALUE 'N'.
       77 WS-SPL-EOF           PIC 9(01).
       77 WS-SPL-LINHAS        PIC 9(07).
       77 WS-SPL-PAGINAS       PIC 9(05).
       77 WS-SPL-DATA          PIC 9(08).
       77 WS-SPL-HORA          PIC 9(08).
       77 WS-SPL-ULTIMA-DATA   PIC 9(08) VALUE ZEROS.
       77 WS-SPL-ULTIMA-HORA   PIC 9(08) VALUE ZEROS.
       77 WS-SPL-USUARIO       PIC X(20).
       77 WS-SPL-LINHAS-PAGINA PIC 9(03) VALUE 60.
