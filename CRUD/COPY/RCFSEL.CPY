      ******************************************************************
      * Copybook: RCFSEL
      * Purpose:  FILE-CONTROL entry for REGRAS-CONFLITO, a tabela de
      *           funcoes conflitantes conferida pelo
      *           REL-CONFLITO-FUNCOES: uma linha por regra (codigo,
      *           ativa S/N e descricao). Opcional — sem o arquivo,
      *           todas as regras do programa ficam ativas com a
      *           descricao padrao; a linha presente liga/desliga a
      *           regra e pode trocar a descricao impressa.
      ******************************************************************
           SELECT REGRAS-CONFLITO ASSIGN TO
           'C:\ARQUIVOS\regras-conflito.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RCF.
