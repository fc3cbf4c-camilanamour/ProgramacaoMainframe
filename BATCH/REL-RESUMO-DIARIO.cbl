      *               auditoria do cadastro), em vez de so contagens
      *               espalhadas — quem confere de manha ve primeiro
      *               o que importa
      * 15 OUT 2026 - a pagina aponta as entradas de ontem e de hoje
      *               lancadas sem os dados da nota fiscal
      *               (NOTAS-ENTRADA), com movimento, pedido,
      *               fornecedor, produto e quantidade, para o fiscal
      *               cobrar a nota
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-RESUMO-DIARIO.
           COPY CTLSEL.
           COPY ERRSEL.
           COPY ALRSEL.
           COPY NFESEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT RESUMO-DIARIO ASSIGN TO
           'C:\ARQUIVOS\resumo-diario.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY CTLFD.
           COPY ERRFD.
           COPY ALRFD.
           COPY NFEFD.
           COPY SPLFD.
           COPY SPIFD.

       FD RESUMO-DIARIO.
       01 REG-RESUMO               PIC X(80).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-FS-ALR            PIC 99.
       77 WS-QTD-ALERTAS       PIC 9(05).
       77 WS-FS-NFE            PIC 99.
       77 WS-QTD-SEM-NOTA      PIC 9(05).

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(25)
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RES-ALR-MENSAGEM     PIC X(37).

       01 WS-LINHA-SEM-NOTA.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RES-NFE-DATA         PIC 9(08).
           03 FILLER               PIC X(05) VALUE ' MOV '.
           03 RES-NFE-MOV          PIC 9(09).
           03 FILLER               PIC X(05) VALUE ' PED '.
           03 RES-NFE-PEDIDO       PIC 9(06).
           03 FILLER               PIC X(06) VALUE ' FORN '.
           03 RES-NFE-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(06) VALUE ' PROD '.
           03 RES-NFE-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(05) VALUE ' QTD '.
           03 RES-NFE-QTD          PIC ZZZZZZZZ9.
           03 FILLER               PIC X(09) VALUE SPACES.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
            PERFORM 0500-ALERTAS-CRITICOS
            PERFORM 1000-TOTAIS-DE-CONTROLE
            PERFORM 2000-PRODUTOS-CRITICOS
            PERFORM 2500-RECEBIMENTOS-SEM-NOTA
            PERFORM 3000-ERROS-POR-PROGRAMA

            CLOSE RESUMO-DIARIO
            MOVE 'REL-RESUMO-DIARIO' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\resumo-diario.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            DISPLAY ' '
            DISPLAY 'RESUMO GRAVADO: resumo-diario.txt'
            STOP RUN.
            MOVE WS-QTD-VENCENDO TO RES-VALOR
            WRITE REG-RESUMO FROM WS-LINHA-CONTROLE.

      ****** ENTRADAS DE ONTEM E HOJE LANCADAS SEM NOTA FISCAL **********
       2500-RECEBIMENTOS-SEM-NOTA.
            INITIALIZE WS-QTD-SEM-NOTA
            MOVE SPACES TO REG-RESUMO
            WRITE REG-RESUMO
            MOVE 'RECEBIMENTOS SEM NOTA FISCAL (ONTEM E HOJE):' TO
                REG-RESUMO
            WRITE REG-RESUMO
            OPEN INPUT NOTAS-ENTRADA
            IF WS-FS-NFE EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ NOTAS-ENTRADA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NFE-SEM-NOTA AND
                          NFE-DATA-ENTRADA NOT LESS THAN WS-ONTEM
                           MOVE NFE-DATA-ENTRADA TO RES-NFE-DATA
                           MOVE NFE-MOV-NUMERO TO RES-NFE-MOV
                           MOVE NFE-NUMERO-PEDIDO TO RES-NFE-PEDIDO
                           MOVE NFE-COD-FORNECEDOR TO
                               RES-NFE-FORNECEDOR
                           MOVE NFE-COD-PRODUTO TO RES-NFE-PRODUTO
                           MOVE NFE-QUANTIDADE TO RES-NFE-QTD
                           WRITE REG-RESUMO FROM WS-LINHA-SEM-NOTA
                           ADD 1 TO WS-QTD-SEM-NOTA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE NOTAS-ENTRADA
            END-IF
            IF WS-QTD-SEM-NOTA EQUAL ZERO
                MOVE '  NENHUM RECEBIMENTO SEM NOTA' TO REG-RESUMO
                WRITE REG-RESUMO
            END-IF.

      ****** ERROS DE ONTEM AGRUPADOS POR PROGRAMA **********************
       3000-ERROS-POR-PROGRAMA.
            INITIALIZE WS-QTD-ERROS
            MOVE WS-PROGRAMA-ATUAL TO RES-ERR-PROGRAMA
            MOVE WS-ERROS-PROGRAMA TO RES-ERR-QTD
            WRITE REG-RESUMO FROM WS-LINHA-ERRO.

           COPY SPLGRV.
       END PROGRAM REL-RESUMO-DIARIO.
