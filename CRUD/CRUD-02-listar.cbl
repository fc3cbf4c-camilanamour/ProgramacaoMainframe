      * 02 SET 2026 - listagem agora mostra a UNIDADE DE ESTOQUE em
      *               que o saldo esta expresso (cadastro antigo sem
      *               unidade aparece como UN)
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-02-listar.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
           COPY CTLSEL.
           COPY SPLSEL.
           COPY SPISEL.

       DATA DIVISION.
       FILE SECTION.
       01 REG-LISTAGEM              PIC X(80).

           COPY CTLFD.
           COPY SPLFD.
           COPY SPIFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
           03 FILLER               PIC X(05) VALUE SPACES.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
            PERFORM GRAVAR-CONTROLE

            CLOSE PRODUTOS
            CLOSE LISTAGEM-PRODUTOS
            MOVE 'CRUD-02-LISTAR' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\listagem-produtos.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO.
            STOP RUN.

      ****** NOVA PAGINA: TITULO + CABECALHO DE COLUNAS ***************
            WRITE REG-CONTROLE
            CLOSE CONTROLE-DIARIO.


           COPY SPLGRV.
       END PROGRAM CRUD-02-listar.
