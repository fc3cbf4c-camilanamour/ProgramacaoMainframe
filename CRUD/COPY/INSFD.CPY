      *           perdas da baixa de vencidos, e a conclusao da
      *           ultima inspecao pendente do produto devolve o
      *           status de QUARENTENA para ATIVO.
      *           INS-COD-FORNECEDOR e INS-NUMERO-PEDIDO identificam
      *           o recebimento de origem (zerados na devolucao de
      *           departamento), para a rejeicao abrir a nao
      *           conformidade contra o fornecedor certo.
      ******************************************************************
       FD INSPECOES.
       01 REG-INSPECAO.
           03 INS-SITUACAO         PIC X(01).
               88 INS-PENDENTE     VALUE 'P'.
               88 INS-CONCLUIDA    VALUE 'C'.
           03 INS-COD-FORNECEDOR   PIC 9(04).
           03 INS-NUMERO-PEDIDO    PIC 9(06).
