      ******************************************************************
      * Copybook: ORCWS
      * Purpose:  WORKING-STORAGE holders for o controle de orcamento
      *           de compras (ORCCMP). WS-ORC-CATEGORIA e WS-ORC-MES
      *           apontam o registro de ORCAMENTOS; WS-ORC-VALOR e o
      *           valor em moeda local a comprometer ou realizar e
      *           WS-ORC-DIFERENCA o ajuste (com sinal) do
      *           comprometido. A consulta devolve o orcado e o usado
      *           (comprometido + realizado) em WS-ORC-ORCADO e
      *           WS-ORC-USADO.
      ******************************************************************
       77 WS-FS-ORC            PIC 99.
       77 WS-FS-CMP            PIC 99.
       77 WS-ORC-CATEGORIA     PIC X(15).
       77 WS-ORC-MES           PIC 9(06).
       77 WS-ORC-TAXA          PIC 9(04)V9(06).
       77 WS-ORC-VALOR         PIC 9(12)V99.
       77 WS-ORC-DIFERENCA     PIC S9(12)V99.
       77 WS-ORC-ORCADO        PIC 9(12)V99.
       77 WS-ORC-USADO         PIC 9(13)V99.
       77 WS-ORC-ACHADO        PIC X VALUE 'N'.
       77 WS-ORC-CMP-ACHADO    PIC X VALUE 'N'.
       77 WS-ORC-SALDO-NOVO    PIC 9(12)V99.
       77 WS-ORC-PENDENTE      PIC 9(09).
