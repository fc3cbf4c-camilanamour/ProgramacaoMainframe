      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: APROVACAO DAS ALTERACOES SENSIVEIS DO CADASTRO DE
      *          PRODUTOS: EXIGE A IDENTIFICACAO DE UM USUARIO COM
      *          PERFIL-SUPERVISOR DE USUARIOS, LISTA AS SOLICITACOES
      *          PENDENTES DE SOLICITACOES-ALTERACAO (FORNECEDOR,
      *          ESTOQUE MINIMO, SITUACAO) COM O VALOR ANTES E DEPOIS
      *          E APROVA OU REJEITA A ESCOLHIDA. SO A APROVADA E
      *          GRAVADA EM PRODUTOS, E APENAS SE O VALOR ATUAL AINDA
      *          FOR O VALOR ANTES DA SOLICITACAO; QUEM PEDIU NAO PODE
      *          DECIDIR A PROPRIA SOLICITACAO. PRODUTOS-LOG GUARDA O
      *          SOLICITANTE E O SUPERVISOR QUE DECIDIU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-41-aprova-alteracoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY USUSEL.
           COPY SOLSEL.
           COPY LOGSEL.
           COPY BAKSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY USUFD.
           COPY SOLFD.
           COPY LOGFD.
           COPY BAKFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-SOL            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-BAK            PIC 99.
       77 WS-EOF-SOL           PIC 99.
       77 WS-ID-INFORMADO      PIC X(08).
       77 WS-SENHA-INFORMADA   PIC X(08).
       77 WS-SUPERVISOR-OK     PIC X VALUE 'N'.
       77 WS-PENDENTES         PIC 9(05).
       77 WS-NUMERO-ESCOLHIDO  PIC 9(09).
       77 WS-DECISAO           PIC X VALUE SPACE.
       77 WS-APLICOU           PIC X VALUE SPACE.
       77 WS-REGRAVOU          PIC X VALUE SPACE.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.
       77 WS-CAMPO-DESCRICAO   PIC X(15).
       77 WS-ANTES-EXIBIR      PIC X(09).
       77 WS-DEPOIS-EXIBIR     PIC X(09).
       77 WS-NUM-EDITADO       PIC Z(08)9.
       01 WS-VALOR-ATUAL           PIC X(09).
       01 WS-VALOR-ATUAL-NUM REDEFINES WS-VALOR-ATUAL
                                   PIC 9(09).

           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "-------- APROVACAO DE ALTERACOES SENSIVEIS -------"
            PERFORM 1000-IDENTIFICAR-SUPERVISOR
            IF WS-SUPERVISOR-OK NOT EQUAL 'S'
                DISPLAY 'APROVACAO EXIGE UM SUPERVISOR IDENTIFICADO'
            ELSE
                OPEN I-O SOLICITACOES-ALTERACAO
                IF WS-FS-SOL NOT EQUAL ZEROS
                    DISPLAY 'NENHUMA SOLICITACAO DE ALTERACAO '
                        'REGISTRADA'
                ELSE
                    MOVE 1 TO WS-NUMERO-ESCOLHIDO
                    PERFORM UNTIL WS-NUMERO-ESCOLHIDO EQUAL ZEROS
                       PERFORM 2000-LISTAR-PENDENTES
                       IF WS-PENDENTES EQUAL ZERO
                           DISPLAY 'NENHUMA SOLICITACAO AGUARDANDO '
                               'APROVACAO'
                           MOVE ZEROS TO WS-NUMERO-ESCOLHIDO
                       ELSE
                           DISPLAY ' '
                           DISPLAY 'INFORME O NUMERO DA SOLICITACAO '
                               '(ZERO ENCERRA):'
                           MOVE ZEROS TO WS-NUMERO-ESCOLHIDO
                           ACCEPT WS-NUMERO-ESCOLHIDO
                           IF WS-NUMERO-ESCOLHIDO NOT EQUAL ZEROS
                               PERFORM 3000-DECIDIR-SOLICITACAO
                           END-IF
                       END-IF
                    END-PERFORM
                    CLOSE SOLICITACOES-ALTERACAO
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

      ****** LISTA AS SOLICITACOES QUE AGUARDAM DECISAO *****************
       2000-LISTAR-PENDENTES.
            INITIALIZE WS-PENDENTES
            MOVE ZEROS TO SOL-NUMERO
            START SOLICITACOES-ALTERACAO KEY IS NOT LESS THAN
                SOL-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-SOL TO 0
                    PERFORM UNTIL WS-EOF-SOL EQUAL 1
                       READ SOLICITACOES-ALTERACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-SOL
                       NOT AT END
                           IF SOL-PENDENTE
                               PERFORM 4000-PREPARAR-EXIBICAO
                               DISPLAY '  ' SOL-NUMERO ' PRODUTO '
                                   SOL-COD-PRODUTO ' '
                                   WS-CAMPO-DESCRICAO ' DE '
                                   WS-ANTES-EXIBIR ' PARA '
                                   WS-DEPOIS-EXIBIR
                               DISPLAY '            PEDIDO POR '
                                   SOL-SOLICITANTE ' EM '
                                   SOL-DATA-SOLICITACAO ' VIA '
                                   SOL-ORIGEM
                               ADD 1 TO WS-PENDENTES
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** MOSTRA A SOLICITACAO E APROVA OU REJEITA *******************
       3000-DECIDIR-SOLICITACAO.
            MOVE WS-NUMERO-ESCOLHIDO TO SOL-NUMERO
            READ SOLICITACOES-ALTERACAO RECORD
                KEY IS SOL-NUMERO
                INVALID KEY
                    DISPLAY 'SOLICITACAO NAO ENCONTRADA'
                NOT INVALID KEY
                    IF NOT SOL-PENDENTE
                        DISPLAY 'SOLICITACAO ' SOL-NUMERO ' JA FOI '
                            'DECIDIDA POR ' SOL-APROVADOR
                    ELSE
                        IF SOL-SOLICITANTE EQUAL WS-ID-INFORMADO
                            DISPLAY 'QUEM PEDIU A ALTERACAO NAO PODE '
                                'DECIDIR A PROPRIA SOLICITACAO'
                        ELSE
                            PERFORM 4000-PREPARAR-EXIBICAO
                            DISPLAY ' '
                            DISPLAY 'PRODUTO.....: ' SOL-COD-PRODUTO
                            DISPLAY 'CAMPO.......: '
                                WS-CAMPO-DESCRICAO
                            DISPLAY 'VALOR ANTES.: ' WS-ANTES-EXIBIR
                            DISPLAY 'VALOR DEPOIS: ' WS-DEPOIS-EXIBIR
                            DISPLAY 'SOLICITANTE.: ' SOL-SOLICITANTE
                            DISPLAY '(A)PROVAR (R)EJEITAR (N)ADA'
                            MOVE SPACE TO WS-DECISAO
                            ACCEPT WS-DECISAO
                            EVALUATE WS-DECISAO
                                WHEN 'A'
                                    PERFORM 3100-APLICAR-ALTERACAO
                                WHEN 'R'
                                    PERFORM 3200-REJEITAR
                                WHEN OTHER
                                    DISPLAY 'SOLICITACAO CONTINUA '
                                        'PENDENTE'
                            END-EVALUATE
                        END-IF
                    END-IF
            END-READ.

      ****** GRAVA O VALOR APROVADO NO PRODUTO **************************
      ****** (SO SE O VALOR ATUAL AINDA E O VALOR ANTES)           ******
       3100-APLICAR-ALTERACAO.
            MOVE 'N' TO WS-APLICOU
            OPEN I-O PRODUTOS
            OPEN I-O PRODUTOS-BACKUP
            IF WS-FS-BAK EQUAL 35
                OPEN OUTPUT PRODUTOS-BACKUP
            END-IF
            MOVE SOL-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD
                KEY IS COD-PRODUTO
                INVALID KEY
                    DISPLAY 'PRODUTO ' SOL-COD-PRODUTO
                        ' NAO ENCONTRADO, SOLICITACAO MANTIDA'
                NOT INVALID KEY
                    MOVE SPACES TO WS-VALOR-ATUAL
                    EVALUATE TRUE
                        WHEN SOL-CAMPO-FORNECEDOR
                            MOVE COD-FORNECEDOR TO WS-VALOR-ATUAL-NUM
                        WHEN SOL-CAMPO-MINIMO
                            MOVE ESTOQUE-MINIMO TO WS-VALOR-ATUAL-NUM
                        WHEN SOL-CAMPO-SITUACAO
                            MOVE STATUS-PRODUTO TO WS-VALOR-ATUAL
                    END-EVALUATE
                    IF WS-VALOR-ATUAL NOT EQUAL SOL-VALOR-ANTES
                        DISPLAY 'O VALOR ATUAL DO PRODUTO JA NAO E O '
                            'VALOR ANTES DA SOLICITACAO'
                        DISPLAY 'REJEITE E PECA A ALTERACAO DE NOVO '
                            'SOBRE O VALOR ATUAL'
                    ELSE
                        PERFORM 3150-REGRAVAR-PRODUTO
                    END-IF
            END-READ
            CLOSE PRODUTOS
            CLOSE PRODUTOS-BACKUP
            IF WS-APLICOU EQUAL 'S'
                SET SOL-APROVADA TO TRUE
                PERFORM 3300-GRAVAR-DECISAO
                MOVE 'APROVA-ALT' TO LOG-OPERACAO
                PERFORM 9000-GRAVAR-LOG
                DISPLAY 'SOLICITACAO ' SOL-NUMERO ' APROVADA E '
                    'GRAVADA NO PRODUTO ' SOL-COD-PRODUTO
            END-IF.

      ****** REGRAVA COM NOVA TENTATIVA EM REGISTRO OCUPADO *************
       3150-REGRAVAR-PRODUTO.
            PERFORM 9600-GRAVAR-BACKUP
            EVALUATE TRUE
                WHEN SOL-CAMPO-FORNECEDOR
                    MOVE SOL-DEPOIS-NUM TO COD-FORNECEDOR
                WHEN SOL-CAMPO-MINIMO
                    MOVE SOL-DEPOIS-NUM TO ESTOQUE-MINIMO
                WHEN SOL-CAMPO-SITUACAO
                    MOVE SOL-VALOR-DEPOIS TO STATUS-PRODUTO
            END-EVALUATE
            ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD
            MOVE SPACE TO WS-REGRAVOU
            INITIALIZE WS-TENTATIVAS
            PERFORM UNTIL WS-REGRAVOU EQUAL 'S'
               REWRITE REG-PRODUTO
               END-REWRITE
               IF WS-FS EQUAL ZEROS
                   MOVE 'S' TO WS-REGRAVOU
               ELSE
                   IF WS-FS EQUAL 99 AND WS-TENTATIVAS < 5
                       ADD 1 TO WS-TENTATIVAS
                       DISPLAY 'REGISTRO OCUPADO, TENTANDO '
                           'NOVAMENTE...'
                       CALL "CBL_THREAD_SLEEP" USING WS-MS-ESPERA
                   ELSE
                       MOVE 'S' TO WS-REGRAVOU
                   END-IF
               END-IF
            END-PERFORM
            IF WS-FS EQUAL ZEROS
                MOVE 'S' TO WS-APLICOU
            ELSE
                DISPLAY 'ERRO AO REGRAVAR O PRODUTO, FILE STATUS '
                    WS-FS ' - SOLICITACAO MANTIDA'
            END-IF.

      ****** REJEICAO: NADA MUDA NO PRODUTO *****************************
       3200-REJEITAR.
            SET SOL-REJEITADA TO TRUE
            PERFORM 3300-GRAVAR-DECISAO
            MOVE 'REJEITA-AL' TO LOG-OPERACAO
            PERFORM 9000-GRAVAR-LOG
            DISPLAY 'SOLICITACAO ' SOL-NUMERO ' REJEITADA'.

      ****** REGISTRA QUEM DECIDIU E QUANDO *****************************
       3300-GRAVAR-DECISAO.
            MOVE WS-ID-INFORMADO TO SOL-APROVADOR
            ACCEPT SOL-DATA-DECISAO FROM DATE YYYYMMDD
            ACCEPT SOL-HORA-DECISAO FROM TIME
            REWRITE REG-SOLICITACAO
            END-REWRITE
            IF WS-FS-SOL NOT EQUAL ZEROS
                DISPLAY 'ERRO AO REGRAVAR A SOLICITACAO, FILE '
                    'STATUS ' WS-FS-SOL
            END-IF.

      ****** DESCRICAO DO CAMPO E VALORES ANTES/DEPOIS LEGIVEIS *********
       4000-PREPARAR-EXIBICAO.
            EVALUATE TRUE
                WHEN SOL-CAMPO-FORNECEDOR
                    MOVE 'FORNECEDOR' TO WS-CAMPO-DESCRICAO
                WHEN SOL-CAMPO-MINIMO
                    MOVE 'ESTOQUE MINIMO' TO WS-CAMPO-DESCRICAO
                WHEN SOL-CAMPO-SITUACAO
                    MOVE 'SITUACAO' TO WS-CAMPO-DESCRICAO
                WHEN OTHER
                    MOVE 'DESCONHECIDO' TO WS-CAMPO-DESCRICAO
            END-EVALUATE
            IF SOL-CAMPO-SITUACAO
                MOVE SOL-VALOR-ANTES TO WS-ANTES-EXIBIR
                MOVE SOL-VALOR-DEPOIS TO WS-DEPOIS-EXIBIR
            ELSE
                MOVE SOL-ANTES-NUM TO WS-NUM-EDITADO
                MOVE WS-NUM-EDITADO TO WS-ANTES-EXIBIR
                MOVE SOL-DEPOIS-NUM TO WS-NUM-EDITADO
                MOVE WS-NUM-EDITADO TO WS-DEPOIS-EXIBIR
            END-IF.

      ****** GRAVA A IMAGEM ANTERIOR DO PRODUTO *************************
       9600-GRAVAR-BACKUP.
            MOVE COD-PRODUTO TO BAK-COD-PRODUTO
            MOVE NOME-PRODUTO TO BAK-NOME-PRODUTO
            MOVE ESTOQUE-PRODUTO TO BAK-ESTOQUE-PRODUTO
            MOVE ESTOQUE-MINIMO TO BAK-ESTOQUE-MINIMO
            MOVE COD-FORNECEDOR TO BAK-COD-FORNECEDOR
            MOVE PRECO-PRODUTO TO BAK-PRECO-PRODUTO
            MOVE DATA-ALTERACAO TO BAK-DATA-ALTERACAO
            MOVE STATUS-PRODUTO TO BAK-STATUS-PRODUTO
            MOVE CODIGO-BARRAS TO BAK-CODIGO-BARRAS
            MOVE CATEGORIA-PRODUTO TO BAK-CATEGORIA-PRODUTO
            MOVE VALIDADE-PRODUTO TO BAK-VALIDADE-PRODUTO
            MOVE ESTOQUE-RESERVADO TO BAK-ESTOQUE-RESERVADO
            ACCEPT BAK-DATA-BACKUP FROM DATE YYYYMMDD
            WRITE REG-PRODUTO-BACKUP
               INVALID KEY
                   REWRITE REG-PRODUTO-BACKUP
            END-WRITE.

      ****** A DECISAO FICA NO LOG COM OS DOIS USUARIOS *****************
      ****** (SOLICITANTE EM LOG-NOME-ANTES, SUPERVISOR EM         ******
      ****** LOG-USUARIO)                                          ******
       9000-GRAVAR-LOG.
            MOVE SOL-COD-PRODUTO TO LOG-COD-PRODUTO
            MOVE SOL-SOLICITANTE TO LOG-NOME-ANTES
            IF SOL-CAMPO-SITUACAO
                MOVE ZEROS TO LOG-ESTOQUE-ANTES
                MOVE ZEROS TO LOG-ESTOQUE-DEPOIS
                MOVE SPACES TO LOG-NOME-DEPOIS
                STRING 'SITUACAO ' DELIMITED BY SIZE
                    SOL-VALOR-ANTES DELIMITED BY SPACE
                    ' -> ' DELIMITED BY SIZE
                    SOL-VALOR-DEPOIS DELIMITED BY SPACE
                    INTO LOG-NOME-DEPOIS
                END-STRING
            ELSE
                MOVE SOL-ANTES-NUM TO LOG-ESTOQUE-ANTES
                MOVE SOL-DEPOIS-NUM TO LOG-ESTOQUE-DEPOIS
                MOVE WS-CAMPO-DESCRICAO TO LOG-NOME-DEPOIS
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
       END PROGRAM CRUD-41-aprova-alteracoes.
