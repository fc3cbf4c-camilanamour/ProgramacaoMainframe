      ******************************************************************
      * Copybook: FORNFD
      * Purpose:  FD and record layout for FORNECEDORES.
      *           CONDICAO-PAGAMENTO e a condicao negociada: TIPO P
      *           paga em ate tres parcelas iguais a PRAZO-PAGTO-1/2/3
      *           dias da aprovacao da fatura (30, 30/60/90...); TIPO
      *           F paga no DIA-PAGTO-FIXO do mes, no primeiro que cair
      *           a partir de PRAZO-PAGTO-1 dias. Tipo em branco vale
      *           30 dias. MOEDA-FORNECEDOR e a moeda em que o
      *           fornecedor fatura (BRL, USD, EUR...); em branco e a
      *           moeda local. Os pedidos do fornecedor sao emitidos
      *           nessa moeda.
      *           CNPJ-FORNECEDOR (14 digitos, sem pontuacao, digitos
      *           verificadores conferidos na entrada por CNPJCHK) e
      *           unico entre os fornecedores; zero = sem CNPJ
      *           (fornecedor estrangeiro ou legado ainda nao
      *           completado). Endereco, telefone, e-mail e dados
      *           bancarios sao os do cadastro do Financeiro.
      ******************************************************************
       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           03 STATUS-FORNECEDOR    PIC X(01).
               88 FORN-ATIVO       VALUE 'A'.
               88 FORN-INATIVO     VALUE 'I'.
           03 CONDICAO-PAGAMENTO.
               05 TIPO-PAGAMENTO   PIC X(01).
                   88 PAGTO-PRAZOS     VALUE 'P'.
                   88 PAGTO-DIA-FIXO   VALUE 'F'.
               05 PRAZO-PAGTO-1    PIC 9(03).
               05 PRAZO-PAGTO-2    PIC 9(03).
               05 PRAZO-PAGTO-3    PIC 9(03).
               05 DIA-PAGTO-FIXO   PIC 9(02).
           03 MOEDA-FORNECEDOR     PIC X(03).
           03 CNPJ-FORNECEDOR      PIC 9(14).
           03 ENDERECO-FORNECEDOR.
               05 LOGRADOURO-FORNECEDOR PIC X(40).
               05 CIDADE-FORNECEDOR PIC X(20).
               05 UF-FORNECEDOR    PIC X(02).
               05 CEP-FORNECEDOR   PIC 9(08).
           03 TELEFONE-FORNECEDOR  PIC X(15).
           03 EMAIL-FORNECEDOR     PIC X(40).
           03 DADOS-BANCARIOS.
               05 BANCO-FORNECEDOR PIC 9(03).
               05 AGENCIA-FORNECEDOR PIC X(06).
               05 CONTA-FORNECEDOR PIC X(12).
