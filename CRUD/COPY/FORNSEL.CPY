      * Copybook: FORNSEL
      * Purpose:  FILE-CONTROL entry for FORNECEDORES, shared by every
      *           program that opens the supplier master file.
      *           The alternate key on CNPJ-FORNECEDOR (with duplicates,
      *           because suppliers without CNPJ carry zero) is how the
      *           maintenance programs refuse a CNPJ already in use.
      ******************************************************************
           SELECT FORNECEDORES ASSIGN TO 'C:\ARQUIVOS\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
           ALTERNATE RECORD KEY IS CNPJ-FORNECEDOR WITH DUPLICATES
           FILE STATUS IS WS-FS-FORN.
