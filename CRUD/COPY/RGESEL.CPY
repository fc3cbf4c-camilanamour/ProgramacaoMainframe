      ******************************************************************
      * Copybook: RGESEL
      * Purpose:  FILE-CONTROL entry for REGISTRO-ENTRADAS, o registro
      *           dos lotes de arquivos de entrada ja processados: um
      *           registro por tipo de arquivo + origem + data do
      *           HEADER, com a contagem e o hash do TRAILER, para os
      *           carregadores recusarem o mesmo lote aplicado duas
      *           vezes (RGECHK) e para a lista diaria de chegadas
      *           (REL-ENTRADAS-DIA).
      ******************************************************************
           SELECT REGISTRO-ENTRADAS ASSIGN TO
           'C:\ARQUIVOS\registro-entradas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGE-CHAVE
           FILE STATUS IS WS-FS-RGE.
