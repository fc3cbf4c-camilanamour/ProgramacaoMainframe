      ******************************************************************
      * Copybook: RGEWS
      * Purpose:  WORKING-STORAGE holders for o registro de lotes de
      *           entrada (RGECHK). O carregador MOVE o tipo, a origem
      *           e a data do HEADER, a contagem e o hash do TRAILER,
      *           o nome do programa, o caminho do arquivo de entrada
      *           e o nome-base para a copia em processados, e faz
      *           PERFORM 9720-CONFERIR-LOTE-ENTRADA antes de lancar:
      *           WS-RGE-LIBERADO volta N quando o lote ja foi
      *           aplicado e nenhum supervisor liberou. Requires
      *           USUSEL/USUFD no programa (a liberacao valida o
      *           supervisor), alem de um WS-FS-USU.
      ******************************************************************
       77 WS-FS-RGE            PIC 99.
       77 WS-RGE-TIPO          PIC X(12).
       77 WS-RGE-ORIGEM        PIC X(20).
       77 WS-RGE-DATA          PIC 9(08).
       77 WS-RGE-REGISTROS     PIC 9(07).
       77 WS-RGE-HASH          PIC 9(13)V99.
       77 WS-RGE-PROGRAMA      PIC X(20).
       77 WS-RGE-ARQUIVO       PIC X(100).
       77 WS-RGE-NOME-BASE     PIC X(40).
       77 WS-RGE-DESTINO       PIC X(100).
       77 WS-RGE-DIRETORIO     PIC X(60)
           VALUE 'C:\ARQUIVOS\processados'.
       77 WS-RGE-LIBERADO      PIC X VALUE 'S'.
       77 WS-RGE-JA-APLICADO   PIC X VALUE 'N'.
       77 WS-RGE-SUPERVISOR    PIC X(08) VALUE SPACES.
       77 WS-RGE-RESP          PIC X VALUE SPACE.
       77 WS-RGE-ID            PIC X(08).
       77 WS-RGE-SENHA         PIC X(08).
       77 WS-RGE-USUARIO       PIC X(20).
       77 WS-RGE-HOJE          PIC 9(08).
       77 WS-RGE-AGORA         PIC 9(08).
