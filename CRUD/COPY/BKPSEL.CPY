      ******************************************************************
      * Copybook: BKPSEL
      * Purpose:  FILE-CONTROL entries for o conjunto de backup por
      *           geracao: BACKUP-COPIA e a copia de um arquivo na
      *           geracao (backup-<data>-<arquivo>, nome montado em
      *           WS-BKP-COPIA por 9750-MONTAR-CAMINHOS), BACKUP-ARQUIVO
      *           o arquivo sequencial de producao (ou de restauracao)
      *           copiado linha a linha, e BACKUP-MANIFESTO o
      *           manifesto da geracao (backup-<data>-manifesto.txt)
      *           com contagem e total de controle de cada arquivo. O
      *           indice das geracoes fica em BKGSEL.
      ******************************************************************
           SELECT BACKUP-COPIA ASSIGN TO WS-BKP-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BKC.
           SELECT BACKUP-ARQUIVO ASSIGN TO WS-BKP-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BKA.
           SELECT BACKUP-MANIFESTO ASSIGN TO WS-BKP-MANIFESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BKM.
