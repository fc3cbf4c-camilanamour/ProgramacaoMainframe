      ******************************************************************
      * Copybook: COTFD
      * Purpose:  FD and record layout for COTAS-CONSUMO. COT-TIPO P
      *           traz o COD-PRODUTO em COT-ITEM-PRODUTO; COT-TIPO C
      *           traz a CATEGORIA-PRODUTO em COT-ITEM. A cota e em
      *           unidades de estoque; o consumo do mes nao e gravado
      *           aqui, e apurado do livro (saidas ao destino menos
      *           devolucoes e estornos), para nenhum caminho de
      *           saida ficar de fora da conta.
      ******************************************************************
       FD COTAS-CONSUMO.
       01 REG-COTA.
           03 COT-CHAVE.
               05 COT-DESTINO          PIC X(06).
               05 COT-TIPO             PIC X(01).
                   88 COT-POR-PRODUTO  VALUE 'P'.
                   88 COT-POR-CATEGORIA VALUE 'C'.
               05 COT-ITEM             PIC X(15).
               05 COT-ITEM-PRODUTO REDEFINES COT-ITEM.
                   07 COT-COD-PRODUTO  PIC 9(06).
                   07 FILLER           PIC X(09).
               05 COT-MES              PIC 9(06).
           03 COT-QTD-COTA             PIC 9(09).
           03 COT-DATA-ALTERACAO       PIC 9(08).
           03 COT-OPERADOR             PIC X(08).
