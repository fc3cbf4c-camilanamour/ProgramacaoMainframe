      ******************************************************************
      * Copybook: NFESEL
      * Purpose:  FILE-CONTROL entry for NOTAS-ENTRADA, o registro
      *           fiscal das entradas: um registro por MOV-NUMERO de
      *           entrada (recebimento de balcao ou por aviso de
      *           embarque) com os dados da nota fiscal do fornecedor
      *           (numero, serie, CNPJ do emitente, emissao, CFOP) e
      *           o ICMS e o IPI da linha. A chave alternativa
      *           fornecedor + numero + serie localiza as linhas da
      *           nota na conferencia das faturas.
      ******************************************************************
           SELECT NOTAS-ENTRADA ASSIGN TO
           'C:\ARQUIVOS\notas-entrada.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NFE-MOV-NUMERO
           ALTERNATE RECORD KEY IS NFE-CHAVE-NF WITH DUPLICATES
           FILE STATUS IS WS-FS-NFE.
