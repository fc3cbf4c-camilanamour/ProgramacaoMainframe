      ******************************************************************
      * Copybook: NFEWS
      * Purpose:  WORKING-STORAGE holders for o registro fiscal da
      *           entrada (NFEGRV). MOVE os dados da nota (numero
      *           zero = entrada sem nota), as aliquotas, a origem
      *           (B balcao, A aviso), a quantidade em unidade de
      *           compra e o valor da entrada para os campos WS-NFE-
      *           e PERFORM 9990-GRAVAR-NOTA-ENTRADA depois de gravar
      *           o movimento de entrada.
      ******************************************************************
       77 WS-FS-NFE            PIC 99.
       77 WS-NFE-NUMERO        PIC 9(09).
       77 WS-NFE-SERIE         PIC X(03).
       77 WS-NFE-CNPJ          PIC X(14).
       77 WS-NFE-DATA-EMISSAO  PIC 9(08).
       77 WS-NFE-CFOP          PIC 9(04).
       77 WS-NFE-ALIQ-ICMS     PIC 9(02)V99.
       77 WS-NFE-ALIQ-IPI      PIC 9(02)V99.
       77 WS-NFE-ORIGEM        PIC X(01).
       77 WS-NFE-QUANTIDADE    PIC 9(09).
       77 WS-NFE-VALOR         PIC 9(14)V99.
