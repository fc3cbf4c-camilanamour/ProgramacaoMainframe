      ******************************************************************
      * Copybook: RNCWS
      * Purpose:  WORKING-STORAGE holders for a nao conformidade de
      *           fornecedor (RNCGRV). MOVE a origem (Q = rejeicao no
      *           QC, D = devolucao ao fornecedor), o documento, o
      *           fornecedor com o nome, o pedido, o produto com o
      *           nome, o lote e a quantidade (unidade de estoque)
      *           para os campos WS-RNC- e PERFORM
      *           9860-ABRIR-NAO-CONFORMIDADE; WS-RNC-NUMERO volta com
      *           o numero da RNC aberta, ou zero se o operador nao
      *           informou defeito. As linhas WS-AVISO- montam o
      *           aviso impresso para o fornecedor.
      ******************************************************************
       77 WS-FS-RNC            PIC 99.
       77 WS-FS-DFT            PIC 99.
       77 WS-FS-ARN            PIC 99.
       77 WS-RNC-NUMERO        PIC 9(09).
       77 WS-RNC-ORIGEM        PIC X(01).
       77 WS-RNC-DOCUMENTO     PIC 9(09).
       77 WS-RNC-FORNECEDOR    PIC 9(04).
       77 WS-RNC-NOME-FORN     PIC X(30).
       77 WS-RNC-PEDIDO        PIC 9(06).
       77 WS-RNC-PRODUTO       PIC 9(06).
       77 WS-RNC-NOME-PRODUTO  PIC X(20).
       77 WS-RNC-LOTE          PIC X(10).
       77 WS-RNC-QUANTIDADE    PIC 9(09).
       77 WS-RNC-DEFEITO       PIC X(04).
       77 WS-RNC-DEFEITO-OK    PIC X VALUE 'N'.
       77 WS-RNC-PRAZO-TXT     PIC X(05).
       77 WS-RNC-PRAZO-LEN     PIC 9(02).
       77 WS-RNC-PRAZO-DIAS    PIC 9(05).
       77 WS-RNC-OPERADOR      PIC X(08).

       01 WS-AVISO-SEPARADOR       PIC X(80) VALUE ALL '='.

       01 WS-AVISO-CABECALHO.
           03 FILLER               PIC X(32)
              VALUE 'AVISO DE NAO CONFORMIDADE - RNC'.
           03 FILLER               PIC X(05) VALUE ' NR. '.
           03 AVR-NUMERO           PIC 9(09).
           03 FILLER               PIC X(08) VALUE '  DATA: '.
           03 AVR-DATA             PIC 9(08).
           03 FILLER               PIC X(18) VALUE SPACES.

       01 WS-AVISO-FORNECEDOR.
           03 FILLER               PIC X(12) VALUE 'FORNECEDOR: '.
           03 AVR-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 AVR-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(09) VALUE ' PEDIDO: '.
           03 AVR-NUMERO-PEDIDO    PIC 9(06).
           03 FILLER               PIC X(17) VALUE SPACES.

       01 WS-AVISO-ORIGEM.
           03 FILLER               PIC X(08) VALUE 'ORIGEM: '.
           03 AVR-ORIGEM           PIC X(24).
           03 FILLER               PIC X(12) VALUE ' DOCUMENTO: '.
           03 AVR-DOCUMENTO        PIC 9(09).
           03 FILLER               PIC X(27) VALUE SPACES.

       01 WS-AVISO-ITEM.
           03 FILLER               PIC X(06) VALUE 'PROD: '.
           03 AVR-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 AVR-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(07) VALUE ' LOTE: '.
           03 AVR-LOTE             PIC X(10).
           03 FILLER               PIC X(06) VALUE ' QTD: '.
           03 AVR-QUANTIDADE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(15) VALUE SPACES.

       01 WS-AVISO-DEFEITO.
           03 FILLER               PIC X(09) VALUE 'DEFEITO: '.
           03 AVR-COD-DEFEITO      PIC X(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 AVR-DESCR-DEFEITO    PIC X(40).
           03 FILLER               PIC X(26) VALUE SPACES.

       01 WS-AVISO-DESCRICAO.
           03 FILLER               PIC X(11) VALUE 'DESCRICAO: '.
           03 AVR-DESCRICAO        PIC X(60).
           03 FILLER               PIC X(09) VALUE SPACES.

       01 WS-AVISO-PRAZO.
           03 FILLER               PIC X(44)
              VALUE 'SOLICITAMOS ACAO CORRETIVA POR ESCRITO ATE: '.
           03 AVR-PRAZO            PIC 9(08).
           03 FILLER               PIC X(28) VALUE SPACES.

       01 WS-AVISO-ASSINATURA.
           03 FILLER               PIC X(36)
              VALUE 'RESPONSAVEL PELA QUALIDADE: _______'.
           03 FILLER               PIC X(44)
              VALUE '________________  DATA: ____/____/________  '.
