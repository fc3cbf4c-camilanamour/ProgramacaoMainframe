      ******************************************************************
      * Copybook: PARSEL
      * Purpose:  FILE-CONTROL entry for PARAMETROS, o cadastro
      *           central das configuracoes que antes viviam soltas
      *           em variaveis de ambiente (tolerancias, janelas,
      *           prazos, politicas): um registro por parametro com o
      *           valor vigente, a faixa permitida, o padrao, a
      *           descricao e quem alterou por ultimo. Mantido por
      *           supervisor em CRUD-42-manter-parametros; lido pelos
      *           programas em PARLER.
      ******************************************************************
           SELECT PARAMETROS ASSIGN TO
           'C:\ARQUIVOS\parametros.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAR-NOME
           FILE STATUS IS WS-FS-PAR.
