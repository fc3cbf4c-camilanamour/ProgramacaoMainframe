      ******************************************************************
      * Copybook: TITFD
      * Purpose:  FD and record layout for TITULOS-PAGAR. TIT-VALOR e a
      *           parte da nota que cabe a parcela, TIT-ABATIMENTO o
      *           que foi compensado de notas de debito de devolucao
      *           e TIT-VALOR-LIQUIDO o que a tesouraria paga. Os
      *           valores estao na moeda da nota (TIT-MOEDA, em branco
      *           e moeda local). A chave leva a serie da nota, pois
      *           o mesmo numero pode vir em series diferentes do
      *           mesmo fornecedor.
      ******************************************************************
       FD TITULOS-PAGAR.
       01 REG-TITULO.
           03 TIT-CHAVE.
               05 TIT-COD-FORNECEDOR   PIC 9(04).
               05 TIT-NF-NUMERO        PIC X(10).
               05 TIT-NF-SERIE         PIC X(03).
               05 TIT-PARCELA          PIC 9(02).
           03 TIT-QTD-PARCELAS     PIC 9(02).
           03 TIT-DATA-APROVACAO   PIC 9(08).
           03 TIT-VENCIMENTO       PIC 9(08).
           03 TIT-VALOR            PIC 9(14)V99.
           03 TIT-ABATIMENTO       PIC 9(14)V99.
           03 TIT-VALOR-LIQUIDO    PIC 9(14)V99.
           03 TIT-MOEDA            PIC X(03).
