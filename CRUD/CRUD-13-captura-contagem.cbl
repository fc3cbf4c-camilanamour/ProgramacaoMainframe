      *               no modo RECONTAGEM (idealmente por outro
      *               contador, o programa avisa se for o mesmo)
      *               chega a reconciliacao
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-13-captura-contagem.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY PARSEL.
           SELECT CONTAGEM ASSIGN TO 'C:\ARQUIVOS\contagem.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONT.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY PARFD.

       FD CONTAGEM.
       01 REG-CONTAGEM.
       77 WS-VARIACAO-PCT      PIC 9(05)V99.

           COPY PRODWS.
           COPY PARWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
           COPY PRODENV.
            DISPLAY "----------- CAPTURA DE CONTAGEM -----------"
            SET WS-FS TO 0.
            MOVE 'CONTAGEM_TOLERANCIA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-TOLERANCIA-TXT
            INITIALIZE WS-TOLERANCIA-LEN
            INSPECT WS-TOLERANCIA-TXT TALLYING WS-TOLERANCIA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
                            'STATUS: ' WS-FS-CONT
                    END-IF
            END-READ.

           COPY PARLER.
       END PROGRAM CRUD-13-captura-contagem.
