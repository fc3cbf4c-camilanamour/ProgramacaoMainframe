      ******************************************************************
      * Copybook: PARWS
      * Purpose:  WORKING-STORAGE holders for a leitura de parametros
      *           (PARLER). MOVE o nome para WS-PAR-NOME e PERFORM
      *           9950-OBTER-PARAMETRO: WS-PAR-VALOR volta com o valor
      *           (em branco = usar o padrao do programa) e
      *           WS-PAR-ORIGEM com ARQUIVO, AMBIENTE ou PADRAO.
      *           9955-VALIDAR-PARAMETRO confere WS-PAR-VALOR contra
      *           a faixa do REG-PARAMETRO lido (WS-PAR-VALIDO S/N).
      ******************************************************************
       77 WS-FS-PAR            PIC 99.
       77 WS-PAR-NOME          PIC X(20).
       77 WS-PAR-VALOR         PIC X(09).
       77 WS-PAR-ORIGEM        PIC X(08).
       77 WS-PAR-ACHADO        PIC X(01).
       77 WS-PAR-VALIDO        PIC X(01).
       77 WS-PAR-AMBIENTE      PIC X(09).
       77 WS-PAR-GUARDADO      PIC X(09).
       77 WS-PAR-LEN           PIC 9(02).
       77 WS-PAR-IDX           PIC 9(02).
       77 WS-PAR-OCORRENCIAS   PIC 9(02).
       77 WS-PAR-NUMERO        PIC 9(09).
       77 WS-PAR-BUSCA         PIC X(11).
       77 WS-PAR-LISTA         PIC X(22).
