      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CONFERENCIA DIARIA DAS SOLICITACOES DE ALTERACAO
      *          SENSIVEL: VARRE SOLICITACOES-ALTERACAO E GRAVA UM
      *          ALERTA (AVISO) EM ALERTAS PARA CADA SOLICITACAO
      *          AINDA PENDENTE HA MAIS DE APROVACAO_PRAZO_DIAS
      *          (PADRAO 3 DIAS), PARA QUE O FORNECEDOR, O MINIMO OU
      *          A SITUACAO PEDIDOS NAO FIQUEM ESQUECIDOS SEM A
      *          DECISAO DO SUPERVISOR EM CRUD-41-aprova-alteracoes.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-APROVACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOLSEL.
           COPY RUNSEL.
           COPY ALRSEL.
           COPY PARSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY SOLFD.
           COPY RUNFD.
           COPY ALRFD.
           COPY PARFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-SOL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-PENDENTES         PIC 9(07).
       77 WS-ATRASADAS         PIC 9(07).
       77 WS-PRAZO-TXT         PIC X(05).
       77 WS-PRAZO-LEN         PIC 9(02).
       77 WS-PRAZO-DIAS        PIC 9(03) VALUE 3.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DIA-HOJE          PIC 9(07).
       77 WS-DIAS-PENDENTE     PIC S9(07).
       77 WS-DIAS-EDITADO      PIC ZZZ9.

           COPY RUNWS.
           COPY ALRWS.
           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------- CONFERENCIA DE APROVACOES PENDENTES -----"
            MOVE 'CONFERE-APROVACOES' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO

            PERFORM 1000-OBTER-PRAZO
            INITIALIZE WS-LIDOS
            INITIALIZE WS-PENDENTES
            INITIALIZE WS-ATRASADAS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DIA-HOJE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

            OPEN INPUT SOLICITACOES-ALTERACAO
            IF WS-FS-SOL NOT EQUAL ZEROS
                DISPLAY 'NENHUMA SOLICITACAO DE ALTERACAO REGISTRADA'
                MOVE '00' TO WS-RUN-STATUS
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ SOLICITACOES-ALTERACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF SOL-PENDENTE
                           ADD 1 TO WS-PENDENTES
                           PERFORM 2000-CONFERIR-PRAZO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE SOLICITACOES-ALTERACAO
                MOVE '00' TO WS-RUN-STATUS
            END-IF

            DISPLAY ' '
            DISPLAY 'SOLICITACOES LIDAS.......: ' WS-LIDOS
            DISPLAY 'PENDENTES................: ' WS-PENDENTES
            DISPLAY 'PENDENTES ALEM DO PRAZO..: ' WS-ATRASADAS
                ' (PRAZO ' WS-PRAZO-DIAS ' DIAS)'

            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-ATRASADAS TO WS-RUN-GRAVADOS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** PRAZO DE DECISAO VINDO DOS PARAMETROS **********************
       1000-OBTER-PRAZO.
            MOVE SPACES TO WS-PRAZO-TXT
            MOVE 'APROVACAO_PRAZO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-PRAZO-TXT
            INITIALIZE WS-PRAZO-LEN
            INSPECT WS-PRAZO-TXT TALLYING WS-PRAZO-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PRAZO-LEN > ZERO AND WS-PRAZO-LEN < 4 AND
               WS-PRAZO-TXT (1 : WS-PRAZO-LEN) IS NUMERIC
                MOVE WS-PRAZO-TXT (1 : WS-PRAZO-LEN)
                    TO WS-PRAZO-DIAS
            END-IF.

      ****** PENDENTE HA MAIS DIAS QUE O PRAZO VIRA ALERTA **************
       2000-CONFERIR-PRAZO.
            IF SOL-DATA-SOLICITACAO NOT NUMERIC OR
               SOL-DATA-SOLICITACAO EQUAL ZEROS
                MOVE ZEROS TO WS-DIAS-PENDENTE
            ELSE
                COMPUTE WS-DIAS-PENDENTE = WS-DIA-HOJE -
                    FUNCTION INTEGER-OF-DATE(SOL-DATA-SOLICITACAO)
            END-IF
            IF WS-DIAS-PENDENTE > WS-PRAZO-DIAS
                ADD 1 TO WS-ATRASADAS
                MOVE WS-DIAS-PENDENTE TO WS-DIAS-EDITADO
                MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                MOVE 'CONFERE-APROVACOES' TO WS-ALR-PROGRAMA
                MOVE SPACES TO WS-ALR-CHAVE
                STRING 'SOLIC ' DELIMITED BY SIZE
                    SOL-NUMERO DELIMITED BY SIZE
                    INTO WS-ALR-CHAVE
                END-STRING
                MOVE SPACES TO WS-ALR-MENSAGEM
                STRING 'ALTERACAO DO PRODUTO ' DELIMITED BY SIZE
                    SOL-COD-PRODUTO DELIMITED BY SIZE
                    ' PENDENTE HA' DELIMITED BY SIZE
                    WS-DIAS-EDITADO DELIMITED BY SIZE
                    ' DIAS' DELIMITED BY SIZE
                    INTO WS-ALR-MENSAGEM
                END-STRING
                PERFORM 9870-GRAVAR-ALERTA
                DISPLAY '  SOLICITACAO ' SOL-NUMERO ' PRODUTO '
                    SOL-COD-PRODUTO ' PEDIDA POR ' SOL-SOLICITANTE
                    ' PENDENTE HA' WS-DIAS-EDITADO ' DIAS'
            END-IF.

           COPY RUNGRV.
           COPY ALRGRV.
           COPY PARLER.
       END PROGRAM CONFERE-APROVACOES.
