      ******************************************************************
      * Copybook: RNCFD
      * Purpose:  FD and record layout for NAO-CONFORMIDADES.
      *           RNC-DOCUMENTO e o numero da inspecao (origem QC) ou
      *           do documento de devolucao (origem DEVOLUCAO);
      *           RNC-QUANTIDADE esta em unidade de estoque. A acao
      *           corretiva nasce ABERTA com prazo de resposta, passa
      *           a RESPONDIDA quando o fornecedor responde e a
      *           ENCERRADA quando a qualidade aceita a resposta.
      ******************************************************************
       FD NAO-CONFORMIDADES.
       01 REG-NAO-CONFORMIDADE.
           03 RNC-NUMERO               PIC 9(09).
           03 RNC-DATA                 PIC 9(08).
           03 RNC-ORIGEM               PIC X(01).
               88 RNC-DO-QC            VALUE 'Q'.
               88 RNC-DA-DEVOLUCAO     VALUE 'D'.
           03 RNC-DOCUMENTO            PIC 9(09).
           03 RNC-COD-FORNECEDOR       PIC 9(04).
           03 RNC-NUMERO-PEDIDO        PIC 9(06).
           03 RNC-COD-PRODUTO          PIC 9(06).
           03 RNC-LOTE                 PIC X(10).
           03 RNC-QUANTIDADE           PIC 9(09).
           03 RNC-COD-DEFEITO          PIC X(04).
           03 RNC-DESCRICAO            PIC X(60).
           03 RNC-SITUACAO             PIC X(01).
               88 RNC-ABERTA           VALUE 'A'.
               88 RNC-RESPONDIDA       VALUE 'R'.
               88 RNC-ENCERRADA        VALUE 'E'.
           03 RNC-PRAZO-RESPOSTA       PIC 9(08).
           03 RNC-DATA-RESPOSTA        PIC 9(08).
           03 RNC-ACAO-CORRETIVA       PIC X(60).
           03 RNC-DATA-ENCERRAMENTO    PIC 9(08).
           03 RNC-OPERADOR             PIC X(08).
