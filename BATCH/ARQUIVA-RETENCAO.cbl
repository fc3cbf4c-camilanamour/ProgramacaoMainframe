      *          PARA CONTINUAREM LEGIVEIS PELO RELATORIO DE
      *          HISTORICO NUMA AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 112 posicoes (MOV-SAIDA-ORIGEM da
      *               devolucao do departamento)
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 121 posicoes (MOV-ORDEM-SERVICO)
      * 15 OUT 2026 - copia do livro de movimentos acompanha o registro
      *               ampliado para 122 posicoes (MOV-MOTIVO)
      * 15 OUT 2026 - a data de corte agora vem do parametro
      *               RETENCAO_CORTE do cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); em branco a data
      *               continua sendo perguntada, e a variavel de
      *               ambiente de mesmo nome ainda sobrepoe o valor numa
      *               rodada
      * 15 OUT 2026 - o corte aplicado agora fica registrado em
      *               SELOS-DIARIOS, para o CONFERE-LIVRO nao recalcular
      *               o selo dos dias que sairam do livro vivo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA-RETENCAO.
           COPY MOVSEL.
           COPY ERRSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SLOSEL.
           SELECT ARQUIVO-MORTO-LOG ASSIGN TO WS-ARQ-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALOG.
           COPY MOVFD.
           COPY ERRFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SLOFD.

       FD ARQUIVO-MORTO-LOG.
       01 REG-MORTO-LOG            PIC X(110).

       FD ARQUIVO-MORTO-MOV.
       01 REG-MORTO-MOV            PIC X(122).

       FD ARQUIVO-MORTO-ERR.
       01 REG-MORTO-ERR            PIC X(93).

       FD RETENCAO-MANTER.
       01 REG-RETIDO               PIC X(122).

       WORKING-STORAGE SECTION.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-AMOV           PIC 99.
       77 WS-FS-AERR           PIC 99.
       77 WS-FS-TMP            PIC 99.
       77 WS-FS-SLO            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-MOVIDOS-LOG       PIC 9(07).
       77 WS-MOVIDOS-MOV       PIC 9(07).
       01 WS-ARQ-MOV-PATH          PIC X(100).
       01 WS-ARQ-ERR-PATH          PIC X(100).
           COPY RUNWS.
           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE 'RETENCAO_CORTE' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-CORTE-TXT
            IF WS-CORTE-TXT NOT EQUAL SPACES AND
               WS-CORTE-TXT IS NUMERIC
                MOVE WS-CORTE-TXT TO WS-DATA-CORTE
            PERFORM 1000-RETER-PRODUTOS-LOG
            PERFORM 2000-RETER-MOVIMENTOS
            PERFORM 3000-RETER-ERRO-DIARIO
            PERFORM 4000-REGISTRAR-CORTE

            DISPLAY ' '
            DISPLAY 'REGISTROS MOVIDOS DE PRODUTOS-LOG.....: '
                CLOSE ERRO-DIARIO
            END-IF.

      ****** O CORTE FICA NOS SELOS: DIAS ANTERIORES SAIRAM DO LIVRO ****
       4000-REGISTRAR-CORTE.
            MOVE SPACES TO REG-SELO
            SET SLO-E-CORTE TO TRUE
            MOVE WS-DATA-CORTE TO SLO-DATA
            MOVE ZEROS TO SLO-SELO
            MOVE ZEROS TO SLO-SELO-ANTERIOR
            MOVE WS-MOVIDOS-MOV TO SLO-QTD-MOV
            MOVE WS-MOVIDOS-LOG TO SLO-QTD-LOG
            ACCEPT SLO-DATA-GRAVACAO FROM DATE YYYYMMDD
            ACCEPT SLO-HORA-GRAVACAO FROM TIME
            OPEN EXTEND SELOS-DIARIOS
            IF WS-FS-SLO EQUAL 35
                OPEN OUTPUT SELOS-DIARIOS
            END-IF
            WRITE REG-SELO
            CLOSE SELOS-DIARIOS.

           COPY RUNGRV.
           COPY PARLER.
       END PROGRAM ARQUIVA-RETENCAO.
