      ******************************************************************
      * Copybook: ORCFD
      * Purpose:  FD and record layout for ORCAMENTOS. Valores em
      *           moeda local. ORC-COMPROMETIDO e o pendente dos
      *           pedidos emitidos no mes (COMPROMISSOS), baixado a
      *           medida que as linhas sao recebidas, reduzidas ou
      *           canceladas; ORC-REALIZADO soma o custo das entradas
      *           do mes. ORC-VALOR-ORCADO zero (registro criado pelo
      *           proprio compromisso ou recebimento) quer dizer
      *           categoria sem orcamento, sem controle na emissao.
      ******************************************************************
       FD ORCAMENTOS.
       01 REG-ORCAMENTO.
           03 ORC-CHAVE.
               05 ORC-CATEGORIA        PIC X(15).
               05 ORC-MES              PIC 9(06).
           03 ORC-VALOR-ORCADO         PIC 9(12)V99.
           03 ORC-COMPROMETIDO         PIC 9(12)V99.
           03 ORC-REALIZADO            PIC 9(12)V99.
           03 ORC-DATA-ALTERACAO       PIC 9(08).
           03 ORC-OPERADOR             PIC X(08).
