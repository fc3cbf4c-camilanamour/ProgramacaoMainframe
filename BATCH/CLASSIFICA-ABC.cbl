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
       PROGRAM-ID. CLASSIFICA-ABC.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY RUNSEL.
           COPY PARSEL.
           SELECT CONSUMO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\consumo-abc.tmp'
           ORGANIZATION IS INDEXED
           COPY PRODFD.
           COPY MOVFD.
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
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE 'ABC_JANELA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-JANELA-TXT
            INITIALIZE WS-JANELA-LEN
            INSPECT WS-JANELA-TXT TALLYING WS-JANELA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            END-READ.

           COPY RUNGRV.
           COPY PARLER.
       END PROGRAM CLASSIFICA-ABC.
