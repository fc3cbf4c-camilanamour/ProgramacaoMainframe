      *               estorno como o consumo por destino ja faz: a
      *               saida que foi estornada nao conta mais como
      *               demanda real
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-MINIMOS.
           COPY MOVSEL.
           COPY LOGSEL.
           COPY RUNSEL.
           COPY PARSEL.
           SELECT CONSUMO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\consumo-minimos.tmp'
           ORGANIZATION IS INDEXED
           COPY MOVFD.
           COPY LOGFD.
           COPY RUNFD.
           COPY PARFD.

       FD CONSUMO-TRABALHO.
       01 REG-TRABALHO.
           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'MARQUE S NA ULTIMA COLUNA DAS LINHAS APROVADAS '
                'E RODE O MODO APLICAR'.

      ****** JANELA E MARGEM VINDAS DOS PARAMETROS **********************
       1100-OBTER-PARAMETROS.
            MOVE 'MINIMOS_JANELA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-JANELA-TXT
            INITIALIZE WS-JANELA-LEN
            INSPECT WS-JANELA-TXT TALLYING WS-JANELA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-JANELA-DIAS EQUAL ZERO
                MOVE 90 TO WS-JANELA-DIAS
            END-IF
            MOVE 'MINIMOS_MARGEM' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-MARGEM-TXT
            INITIALIZE WS-MARGEM-LEN
            INSPECT WS-MARGEM-TXT TALLYING WS-MARGEM-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            CLOSE PRODUTOS-LOG.

           COPY RUNGRV.
           COPY PARLER.
       END PROGRAM REVISA-MINIMOS.
