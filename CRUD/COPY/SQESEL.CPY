      ******************************************************************
      * Copybook: SQESEL
      * Purpose:  FILE-CONTROL entry for NUMERACAO-EMITIDA, o diario
      *           das emissoes de numero de sequencia: 9900-PROXIMO-
      *           NUMERO grava aqui cada numero que entrega, com data,
      *           hora e usuario, para a conferencia do livro saber se
      *           um numero que falta no MOVIMENTO-ESTOQUE foi emitido
      *           (e queimado) ou simplesmente sumiu.
      ******************************************************************
           SELECT NUMERACAO-EMITIDA ASSIGN TO
           'C:\ARQUIVOS\numeracao-emitida.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SQE.
