      ******************************************************************
      * Copybook: PFXFD
      * Purpose:  FD and record layout for FORNECEDORES-PRODUTO.
      *           PFX-PRECO esta na moeda PFX-MOEDA (em branco e a
      *           moeda local).
      ******************************************************************
       FD FORNECEDORES-PRODUTO.
       01 REG-FORNECEDOR-PRODUTO.
               05 PFX-COD-FORNECEDOR   PIC 9(04).
           03 PFX-PRECO                PIC 9(07)V99.
           03 PFX-PRAZO                PIC 9(03).
           03 PFX-MOEDA                PIC X(03).
