      ******************************************************************
      * Copybook: CNPJWS
      * Purpose:  WORKING-STORAGE holders for a conferencia de CNPJ
      *           (CNPJCHK). MOVE o CNPJ para WS-CNPJ-VALIDAR e
      *           PERFORM 9890-VALIDAR-CNPJ: WS-CNPJ-OK volta 'S'
      *           quando os dois digitos verificadores conferem.
      *           9892-FORMATAR-CNPJ monta WS-CNPJ-FORMATADO
      *           (99.999.999/9999-99) para exibicao.
      *           9895-CONFERIR-CNPJ-DUPLICADO procura o
      *           CNPJ-FORNECEDOR do registro corrente em outro
      *           fornecedor (WS-CNPJ-DUPLICADO/WS-CNPJ-COD-EXISTENTE),
      *           guardando e devolvendo REG-FORNECEDOR.
      ******************************************************************
       77 WS-CNPJ-OK           PIC X(01).
       77 WS-CNPJ-SOMA         PIC 9(05).
       77 WS-CNPJ-RESTO        PIC 9(02).
       77 WS-CNPJ-DV           PIC 9(01).
       77 WS-CNPJ-IDX          PIC 9(02).
       77 WS-CNPJ-IGUAIS       PIC 9(02).
       77 WS-CNPJ-DUPLICADO    PIC X(01).
       77 WS-CNPJ-FIM          PIC X(01).
       77 WS-CNPJ-PROCURADO    PIC 9(14).
       77 WS-CNPJ-COD-PROPRIO  PIC 9(04).
       77 WS-CNPJ-COD-EXISTENTE PIC 9(04).

       01 WS-CNPJ-VALIDAR          PIC 9(14).
       01 WS-CNPJ-TEXTO REDEFINES WS-CNPJ-VALIDAR
                                   PIC X(14).
       01 WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-VALIDAR.
           03 WS-CNPJ-DIG          PIC 9(01) OCCURS 14 TIMES.
       01 WS-CNPJ-PARTES REDEFINES WS-CNPJ-VALIDAR.
           03 WS-CNPJ-P1           PIC 9(02).
           03 WS-CNPJ-P2           PIC 9(03).
           03 WS-CNPJ-P3           PIC 9(03).
           03 WS-CNPJ-P4           PIC 9(04).
           03 WS-CNPJ-P5           PIC 9(02).

       01 WS-CNPJ-PESOS-TXT        PIC X(13) VALUE '6543298765432'.
       01 WS-CNPJ-PESOS REDEFINES WS-CNPJ-PESOS-TXT.
           03 WS-CNPJ-PESO         PIC 9(01) OCCURS 13 TIMES.

       01 WS-CNPJ-FORMATADO.
           03 WS-CNPJ-F1           PIC 9(02).
           03 FILLER               PIC X(01) VALUE '.'.
           03 WS-CNPJ-F2           PIC 9(03).
           03 FILLER               PIC X(01) VALUE '.'.
           03 WS-CNPJ-F3           PIC 9(03).
           03 FILLER               PIC X(01) VALUE '/'.
           03 WS-CNPJ-F4           PIC 9(04).
           03 FILLER               PIC X(01) VALUE '-'.
           03 WS-CNPJ-F5           PIC 9(02).

      * mesmo tamanho de REG-FORNECEDOR (FORNFD)
       01 WS-CNPJ-REG-GUARDADO     PIC X(233).
