      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: MANUTENCAO DO CADASTRO DE PARAMETROS (TOLERANCIAS,
      *          JANELAS, PRAZOS E POLITICAS QUE OS PROGRAMAS LIAM DE
      *          VARIAVEIS DE AMBIENTE): EXIGE A IDENTIFICACAO DE UM
      *          USUARIO COM PERFIL-SUPERVISOR, LISTA OS PARAMETROS
      *          COM VALOR, FAIXA E QUEM ALTEROU POR ULTIMO, E ALTERA
      *          UM PARAMETRO SO DENTRO DA FAIXA CADASTRADA (BRANCO
      *          VOLTA AO PADRAO DO PROGRAMA). TODA ALTERACAO VAI PARA
      *          PRODUTOS-LOG COM O VALOR ANTES E DEPOIS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-42-manter-parametros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARSEL.
           COPY USUSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PARFD.
           COPY USUFD.
           COPY LOGFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-EOF-PAR           PIC 99.
       77 WS-ID-INFORMADO      PIC X(08).
       77 WS-SENHA-INFORMADA   PIC X(08).
       77 WS-SUPERVISOR-OK     PIC X VALUE 'N'.
       77 WS-OPCAO             PIC X VALUE SPACE.
       77 WS-NOME-INFORMADO    PIC X(20).
       77 WS-VALOR-INFORMADO   PIC X(09).
       77 WS-VALOR-ANTERIOR    PIC X(09).
       77 WS-LISTADOS          PIC 9(03).
       77 WS-NUM-EDITADO       PIC Z(08)9.
       77 WS-MIN-EXIBIR        PIC X(09).
       77 WS-MAX-EXIBIR        PIC X(09).

           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "---------- MANUTENCAO DE PARAMETROS ---------"
            PERFORM 1000-IDENTIFICAR-SUPERVISOR
            IF WS-SUPERVISOR-OK NOT EQUAL 'S'
                DISPLAY 'MANUTENCAO DE PARAMETROS EXIGE UM SUPERVISOR '
                    'IDENTIFICADO'
            ELSE
                OPEN I-O PARAMETROS
                IF WS-FS-PAR NOT EQUAL ZEROS
                    DISPLAY 'CADASTRO DE PARAMETROS AUSENTE, RODE '
                        'INICIALIZA-PARAMETROS'
                ELSE
                    MOVE SPACE TO WS-OPCAO
                    PERFORM UNTIL WS-OPCAO EQUAL 'S'
                       DISPLAY ' '
                       DISPLAY '(L)ISTAR  (A)LTERAR  (S)AIR'
                       MOVE SPACE TO WS-OPCAO
                       ACCEPT WS-OPCAO
                       EVALUATE WS-OPCAO
                           WHEN 'L'
                               PERFORM 2000-LISTAR-PARAMETROS
                           WHEN 'A'
                               PERFORM 3000-ALTERAR-PARAMETRO
                           WHEN 'S'
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'OPCAO INVALIDA'
                       END-EVALUATE
                    END-PERFORM
                    CLOSE PARAMETROS
                END-IF
            END-IF.
            STOP RUN.

      ****** SO PERFIL-SUPERVISOR DE USUARIOS PASSA *********************
       1000-IDENTIFICAR-SUPERVISOR.
            MOVE 'N' TO WS-SUPERVISOR-OK
            OPEN INPUT USUARIOS
            IF WS-FS-USU NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE USUARIOS AUSENTE'
            ELSE
                DISPLAY 'INFORME O ID DO SUPERVISOR:'
                ACCEPT WS-ID-INFORMADO
                DISPLAY 'INFORME A SENHA:'
                ACCEPT WS-SENHA-INFORMADA
                MOVE WS-ID-INFORMADO TO USU-ID
                READ USUARIOS RECORD
                    KEY IS USU-ID
                    INVALID KEY
                        DISPLAY 'USUARIO NAO CADASTRADO'
                    NOT INVALID KEY
                        IF USU-SENHA NOT EQUAL WS-SENHA-INFORMADA
                            DISPLAY 'SENHA INCORRETA'
                        ELSE
                            IF PERFIL-SUPERVISOR AND
                               NOT USU-TRAVADO
                                MOVE 'S' TO WS-SUPERVISOR-OK
                            ELSE
                                DISPLAY 'USUARIO NAO E SUPERVISOR'
                            END-IF
                        END-IF
                END-READ
                CLOSE USUARIOS
            END-IF.

      ****** LISTA TODOS OS PARAMETROS COM FAIXA E ULTIMA ALTERACAO *****
       2000-LISTAR-PARAMETROS.
            INITIALIZE WS-LISTADOS
            MOVE LOW-VALUES TO PAR-NOME
            START PARAMETROS KEY IS NOT LESS THAN PAR-NOME
                INVALID KEY
                    DISPLAY 'NENHUM PARAMETRO CADASTRADO'
                NOT INVALID KEY
                    SET WS-EOF-PAR TO 0
                    PERFORM UNTIL WS-EOF-PAR EQUAL 1
                       READ PARAMETROS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-PAR
                       NOT AT END
                           ADD 1 TO WS-LISTADOS
                           PERFORM 4000-EXIBIR-PARAMETRO
                       END-READ
                    END-PERFORM
            END-START
            DISPLAY ' '
            DISPLAY 'PARAMETROS LISTADOS: ' WS-LISTADOS.

      ****** ALTERA UM PARAMETRO DENTRO DA FAIXA CADASTRADA *************
       3000-ALTERAR-PARAMETRO.
            DISPLAY 'INFORME O NOME DO PARAMETRO:'
            MOVE SPACES TO WS-NOME-INFORMADO
            ACCEPT WS-NOME-INFORMADO
            MOVE FUNCTION UPPER-CASE(WS-NOME-INFORMADO) TO PAR-NOME
            READ PARAMETROS RECORD
                KEY IS PAR-NOME
                INVALID KEY
                    DISPLAY 'PARAMETRO NAO CADASTRADO'
                NOT INVALID KEY
                    PERFORM 4000-EXIBIR-PARAMETRO
                    DISPLAY 'INFORME O NOVO VALOR (BRANCO VOLTA AO '
                        'PADRAO ' PAR-PADRAO '):'
                    MOVE SPACES TO WS-VALOR-INFORMADO
                    ACCEPT WS-VALOR-INFORMADO
                    MOVE FUNCTION UPPER-CASE(WS-VALOR-INFORMADO)
                        TO WS-VALOR-INFORMADO
                    IF WS-VALOR-INFORMADO EQUAL SPACES
                        MOVE PAR-PADRAO TO WS-VALOR-INFORMADO
                    END-IF
                    MOVE WS-VALOR-INFORMADO TO WS-PAR-VALOR
                    PERFORM 9955-VALIDAR-PARAMETRO
                    IF WS-PAR-VALIDO NOT EQUAL 'S'
                        DISPLAY 'VALOR ' WS-VALOR-INFORMADO
                            ' FORA DA FAIXA DO PARAMETRO, NADA '
                            'ALTERADO'
                    ELSE
                        IF WS-VALOR-INFORMADO EQUAL PAR-VALOR
                            DISPLAY 'VALOR IGUAL AO ATUAL, NADA '
                                'ALTERADO'
                        ELSE
                            PERFORM 3100-REGRAVAR-PARAMETRO
                        END-IF
                    END-IF
            END-READ.

      ****** GRAVA O NOVO VALOR, QUEM ALTEROU E QUANDO ******************
       3100-REGRAVAR-PARAMETRO.
            MOVE PAR-VALOR TO WS-VALOR-ANTERIOR
            MOVE WS-VALOR-INFORMADO TO PAR-VALOR
            MOVE WS-ID-INFORMADO TO PAR-USUARIO
            ACCEPT PAR-DATA-ALTERACAO FROM DATE YYYYMMDD
            ACCEPT PAR-HORA-ALTERACAO FROM TIME
            REWRITE REG-PARAMETRO
            END-REWRITE
            IF WS-FS-PAR NOT EQUAL ZEROS
                DISPLAY 'ERRO AO REGRAVAR O PARAMETRO, FILE STATUS '
                    WS-FS-PAR
            ELSE
                PERFORM 9000-GRAVAR-LOG
                DISPLAY 'PARAMETRO ' PAR-NOME ' ALTERADO DE '
                    WS-VALOR-ANTERIOR ' PARA ' PAR-VALOR
                ACCEPT WS-PAR-AMBIENTE FROM ENVIRONMENT PAR-NOME
                IF WS-PAR-AMBIENTE NOT EQUAL SPACES
                    DISPLAY 'ATENCAO: A VARIAVEL DE AMBIENTE '
                        PAR-NOME ' (' WS-PAR-AMBIENTE ')'
                    DISPLAY 'CONTINUA SOBREPONDO O VALOR NAS RODADAS '
                        'DESTA SESSAO'
                END-IF
            END-IF.

      ****** UMA LINHA DE PARAMETRO COM FAIXA E ULTIMA ALTERACAO ********
       4000-EXIBIR-PARAMETRO.
            DISPLAY ' '
            IF PAR-VALOR EQUAL SPACES
                DISPLAY PAR-NOME ' = (PADRAO DO PROGRAMA)'
            ELSE
                DISPLAY PAR-NOME ' = ' PAR-VALOR
            END-IF
            DISPLAY '    ' PAR-DESCRICAO
            EVALUATE TRUE
                WHEN PAR-NUMERICO
                    MOVE PAR-MINIMO TO WS-NUM-EDITADO
                    MOVE FUNCTION TRIM(WS-NUM-EDITADO) TO WS-MIN-EXIBIR
                    MOVE PAR-MAXIMO TO WS-NUM-EDITADO
                    MOVE FUNCTION TRIM(WS-NUM-EDITADO) TO WS-MAX-EXIBIR
                    DISPLAY '    FAIXA ' WS-MIN-EXIBIR ' A '
                        WS-MAX-EXIBIR ' PADRAO ' PAR-PADRAO
                WHEN PAR-LISTA
                    DISPLAY '    VALORES ' PAR-PERMITIDOS ' PADRAO '
                        PAR-PADRAO
                WHEN PAR-LETRAS
                    DISPLAY '    LETRAS ' PAR-PERMITIDOS ' PADRAO '
                        PAR-PADRAO
            END-EVALUATE
            DISPLAY '    ALTERADO POR ' PAR-USUARIO ' EM '
                PAR-DATA-ALTERACAO ' ' PAR-HORA-ALTERACAO.

      ****** A ALTERACAO FICA NO LOG COM O VALOR ANTES E DEPOIS *********
      ****** (NOME DO PARAMETRO EM LOG-NOME-ANTES, SUPERVISOR EM   ******
      ****** LOG-USUARIO)                                          ******
       9000-GRAVAR-LOG.
            MOVE 'PARAMETRO' TO LOG-OPERACAO
            MOVE ZEROS TO LOG-COD-PRODUTO
            MOVE PAR-NOME TO LOG-NOME-ANTES
            MOVE SPACES TO LOG-NOME-DEPOIS
            STRING WS-VALOR-ANTERIOR DELIMITED BY SPACE
                ' -> ' DELIMITED BY SIZE
                PAR-VALOR DELIMITED BY SPACE
                INTO LOG-NOME-DEPOIS
            END-STRING
            MOVE ZEROS TO LOG-ESTOQUE-ANTES
            MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
            IF PAR-NUMERICO
                IF WS-VALOR-ANTERIOR NOT EQUAL SPACES
                    MOVE WS-VALOR-ANTERIOR TO WS-PAR-VALOR
                    PERFORM 9955-VALIDAR-PARAMETRO
                    MOVE WS-PAR-NUMERO TO LOG-ESTOQUE-ANTES
                END-IF
                MOVE PAR-VALOR TO WS-PAR-VALOR
                PERFORM 9955-VALIDAR-PARAMETRO
                MOVE WS-PAR-NUMERO TO LOG-ESTOQUE-DEPOIS
            END-IF
            MOVE WS-ID-INFORMADO TO LOG-USUARIO
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.

           COPY PARLER.
       END PROGRAM CRUD-42-manter-parametros.
