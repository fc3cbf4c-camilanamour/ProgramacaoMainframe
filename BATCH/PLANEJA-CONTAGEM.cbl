      *               gravada pelo classificador (A = 30 DIAS, B = 90,
      *               C = 180); produto ainda sem classe cai na regra
      *               antiga do valor de corte
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANEJA-CONTAGEM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY PARSEL.
           SELECT CONTAGEM-CICLO ASSIGN TO
           'C:\ARQUIVOS\contagem-ciclo.txt'
           ORGANIZATION IS INDEXED
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY PARFD.

       FD CONTAGEM-CICLO.
       01 REG-CICLO.
              VALUE ' QTD CONTADA: ____________'.

           COPY PRODWS.
           COPY PARWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
            SET WS-FS TO 0.
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INTEIRO = FUNCTION INTEGER-OF-DATE(WS-HOJE)
            MOVE 'CONTAGEM_VALOR_CORTE' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-CORTE-TXT
            INITIALIZE WS-CORTE-LEN
            INSPECT WS-CORTE-TXT TALLYING WS-CORTE-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
                    MOVE WS-HOJE TO CIC-DATA-PLANEJADA
                    REWRITE REG-CICLO
            END-READ.

           COPY PARLER.
       END PROGRAM PLANEJA-CONTAGEM.
