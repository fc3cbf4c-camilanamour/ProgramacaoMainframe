      ******************************************************************
      * Copybook: XCTSEL
      * Purpose:  FILE-CONTROL entry for EXCESSOS-COTA, o registro das
      *           saidas acima da cota mensal do departamento que um
      *           supervisor liberou: uma linha por liberacao, para o
      *           relatorio mensal de cotas mostrar ao gestor do
      *           centro de custo quem passou da cota e quem liberou.
      ******************************************************************
           SELECT EXCESSOS-COTA ASSIGN TO
           'C:\ARQUIVOS\excessos-cota.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-XCT.
