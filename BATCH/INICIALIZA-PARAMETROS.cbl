      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CARGA DO CATALOGO DE PARAMETROS: CRIA O ARQUIVO
      *          PARAMETROS QUANDO NAO EXISTE E GRAVA UM REGISTRO POR
      *          CONFIGURACAO CONHECIDA (NOME DA ANTIGA VARIAVEL DE
      *          AMBIENTE, TIPO, FAIXA PERMITIDA, PADRAO DO PROGRAMA
      *          E DESCRICAO) COM O VALOR PADRAO. PARAMETRO JA
      *          CADASTRADO MANTEM O VALOR E QUEM ALTEROU; SO A
      *          FAIXA, O PADRAO E A DESCRICAO SAO ATUALIZADOS, ENTAO
      *          O PROGRAMA PODE SER RODADO DE NOVO SEMPRE QUE UM
      *          PARAMETRO NOVO ENTRAR NO CATALOGO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - novo parametro SPOOL_RETENCAO_DIAS (retencao do
      *               spool de relatorios, padrao 730 dias)
      * 15 OUT 2026 - novo parametro BACKUP_GERACOES (geracoes do backup
      *               completo mantidas, padrao 7)
      * 15 OUT 2026 - novos parametros CADEIA_NOITES_MEDIA (noites da
      *               media de duracao dos passos, padrao 30),
      *               CADEIA_EXCESSO_PCT (aviso de passo lento, padrao
      *               50%) e CADEIA_JANELA_FIM (fechamento da janela do
      *               lote, padrao 0600)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INICIALIZA-PARAMETROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PARFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAR            PIC 99.
       77 WS-INCLUIDOS         PIC 9(03).
       77 WS-ATUALIZADOS       PIC 9(03).
       77 WS-FALHAS            PIC 9(03).

       01 WS-CATALOGO.
           03 WS-CAT-NOME          PIC X(20).
           03 WS-CAT-TIPO          PIC X(01).
           03 WS-CAT-MINIMO        PIC 9(09).
           03 WS-CAT-MAXIMO        PIC 9(09).
           03 WS-CAT-PERMITIDOS    PIC X(20).
           03 WS-CAT-PADRAO        PIC X(09).
           03 WS-CAT-DESCRICAO     PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------ CARGA DO CATALOGO DE PARAMETROS ------"
            INITIALIZE WS-INCLUIDOS
            INITIALIZE WS-ATUALIZADOS
            INITIALIZE WS-FALHAS
            OPEN I-O PARAMETROS
            IF WS-FS-PAR EQUAL 35
                OPEN OUTPUT PARAMETROS
                CLOSE PARAMETROS
                OPEN I-O PARAMETROS
                DISPLAY 'ARQUIVO PARAMETROS CRIADO (NAO EXISTIA).'
            END-IF
            IF WS-FS-PAR NOT EQUAL ZEROS
                DISPLAY 'NAO FOI POSSIVEL ABRIR PARAMETROS, FILE '
                    'STATUS ' WS-FS-PAR
            ELSE
                PERFORM 1000-CARREGAR-CATALOGO
                CLOSE PARAMETROS
                DISPLAY ' '
                DISPLAY 'PARAMETROS INCLUIDOS....: ' WS-INCLUIDOS
                DISPLAY 'PARAMETROS ATUALIZADOS..: ' WS-ATUALIZADOS
                DISPLAY 'FALHAS DE GRAVACAO......: ' WS-FALHAS
            END-IF.
            STOP RUN.

      ****** UM BLOCO POR PARAMETRO CONHECIDO ***************************
       1000-CARREGAR-CATALOGO.
            MOVE 'ABC_JANELA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '365' TO WS-CAT-PADRAO
            MOVE 'JANELA DE CONSUMO DA CLASSIFICACAO ABC (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'APROVACAO_CAMPOS' TO WS-CAT-NOME
            MOVE 'C' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE ZEROS TO WS-CAT-MAXIMO
            MOVE 'FMS-' TO WS-CAT-PERMITIDOS
            MOVE 'FMS' TO WS-CAT-PADRAO
            MOVE 'CAMPOS QUE EXIGEM APROVACAO (F/M/S, - = NENHUM)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'APROVACAO_PRAZO_DIAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '3' TO WS-CAT-PADRAO
            MOVE 'DIAS ATE ALERTAR SOLICITACAO DE ALTERACAO PENDENTE'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CALIBRACAO_DIAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 99999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '30' TO WS-CAT-PADRAO
            MOVE 'ANTECEDENCIA DO AVISO DE CALIBRACAO A VENCER (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CONTAGEM_TOLERANCIA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE 100 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '10' TO WS-CAT-PADRAO
            MOVE 'DIVERGENCIA ACEITA NA CONTAGEM SEM RECONTAGEM (%)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CONTAGEM_VALOR_CORTE' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE 999999999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '10000' TO WS-CAT-PADRAO
            MOVE 'VALOR EM ESTOQUE QUE LEVA O ITEM A CONTAGEM DE 30 D'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CONTRATOS_AVISO_DIAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '30' TO WS-CAT-PADRAO
            MOVE 'DIAS ANTES DO VENCIMENTO PARA AVISAR O CONTRATO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CONTRATOS_AVISO_PCT' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 100 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '90' TO WS-CAT-PADRAO
            MOVE 'PERCENTUAL LIBERADO DO CONTRATO QUE GERA AVISO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'FISPQ_REVISAO_DIAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 99999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '365' TO WS-CAT-PADRAO
            MOVE 'IDADE MAXIMA DA FICHA FISPQ ANTES DE REVISAR (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'MINIMOS_JANELA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '90' TO WS-CAT-PADRAO
            MOVE 'JANELA DE CONSUMO DA REVISAO DE MINIMOS (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'MINIMOS_MARGEM' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '7' TO WS-CAT-PADRAO
            MOVE 'MARGEM SOBRE O PRAZO DO FORNECEDOR NO MINIMO (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PEDIDOS_COBERTURA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '7' TO WS-CAT-PADRAO
            MOVE 'DIAS DE COBERTURA ALEM DO PRAZO NO PEDIDO AUTOMATICO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PEDIDOS_JANELA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '90' TO WS-CAT-PADRAO
            MOVE 'JANELA DE CONSUMO DO PEDIDO AUTOMATICO (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PEDIDOS_POLITICA' TO WS-CAT-NOME
            MOVE 'L' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE ZEROS TO WS-CAT-MAXIMO
            MOVE 'PRECO PRAZO' TO WS-CAT-PERMITIDOS
            MOVE 'PRECO' TO WS-CAT-PADRAO
            MOVE 'ESCOLHA DA FONTE DE COMPRA: MAIS BARATA OU RAPIDA'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PPV_ALERTA_MESES' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 6 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '3' TO WS-CAT-PADRAO
            MOVE 'MESES SEGUIDOS DE ALTA DE PRECO QUE GERAM ALERTA'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PRECOS_TOLERANCIA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE ZEROS TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '20' TO WS-CAT-PADRAO
            MOVE 'VARIACAO ACEITA NA CARGA DE TABELA DE PRECOS (%)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PREVISAO_ERRO_MAX' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '30' TO WS-CAT-PADRAO
            MOVE 'ERRO MAXIMO ACEITO DA PREVISAO DE DEMANDA (%)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'PROJECAO_JANELA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '90' TO WS-CAT-PADRAO
            MOVE 'JANELA DE CONSUMO DA PROJECAO DE ESTOQUE (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'RETENCAO_CORTE' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 19000101 TO WS-CAT-MINIMO
            MOVE 99991231 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE SPACES TO WS-CAT-PADRAO
            MOVE 'DATA DE CORTE DO ARQUIVAMENTO (BRANCO = PERGUNTA)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'RNC_PRAZO_DIAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 99999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '15' TO WS-CAT-PADRAO
            MOVE 'PRAZO DE RESPOSTA DO FORNECEDOR A UMA RNC (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'SENHA_MAX_FALHAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 99 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '3' TO WS-CAT-PADRAO
            MOVE 'SENHAS ERRADAS SEGUIDAS ATE TRAVAR O USUARIO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'SENHA_VALIDADE' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '90' TO WS-CAT-PADRAO
            MOVE 'VALIDADE DA SENHA ANTES DE EXIGIR A TROCA (DIAS)'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'SPOOL_RETENCAO_DIAS' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 99999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '730' TO WS-CAT-PADRAO
            MOVE 'DIAS QUE UM RELATORIO FICA NO SPOOL ANTES DO EXPURGO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'BACKUP_GERACOES' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '7' TO WS-CAT-PADRAO
            MOVE 'GERACOES DO BACKUP COMPLETO MANTIDAS NO DISCO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CADEIA_NOITES_MEDIA' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 7 TO WS-CAT-MINIMO
            MOVE 365 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '30' TO WS-CAT-PADRAO
            MOVE 'NOITES DA MEDIA DE DURACAO DOS PASSOS DA CADEIA'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CADEIA_EXCESSO_PCT' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 1 TO WS-CAT-MINIMO
            MOVE 999 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '50' TO WS-CAT-PADRAO
            MOVE '% ACIMA DA MEDIA PARA AVISO DE PASSO LENTO'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO

            MOVE 'CADEIA_JANELA_FIM' TO WS-CAT-NOME
            MOVE 'N' TO WS-CAT-TIPO
            MOVE 0 TO WS-CAT-MINIMO
            MOVE 2359 TO WS-CAT-MAXIMO
            MOVE SPACES TO WS-CAT-PERMITIDOS
            MOVE '0600' TO WS-CAT-PADRAO
            MOVE 'HORA (HHMM) EM QUE A JANELA DO LOTE NOTURNO FECHA'
                TO WS-CAT-DESCRICAO
            PERFORM 2000-GRAVAR-PARAMETRO.

      ****** INCLUI O PARAMETRO OU ATUALIZA SO A DEFINICAO **************
       2000-GRAVAR-PARAMETRO.
            MOVE WS-CAT-NOME TO PAR-NOME
            READ PARAMETROS RECORD
                KEY IS PAR-NOME
                INVALID KEY
                    MOVE WS-CAT-PADRAO TO PAR-VALOR
                    MOVE 'CARGA INICIAL' TO PAR-USUARIO
                    ACCEPT PAR-DATA-ALTERACAO FROM DATE YYYYMMDD
                    ACCEPT PAR-HORA-ALTERACAO FROM TIME
                    PERFORM 2100-COPIAR-DEFINICAO
                    WRITE REG-PARAMETRO
                    END-WRITE
                    IF WS-FS-PAR EQUAL ZEROS
                        ADD 1 TO WS-INCLUIDOS
                        DISPLAY '  INCLUIDO...: ' PAR-NOME ' = '
                            PAR-VALOR
                    ELSE
                        ADD 1 TO WS-FALHAS
                        DISPLAY '  FALHA......: ' PAR-NOME
                            ' FILE STATUS ' WS-FS-PAR
                    END-IF
                NOT INVALID KEY
                    PERFORM 2100-COPIAR-DEFINICAO
                    REWRITE REG-PARAMETRO
                    END-REWRITE
                    IF WS-FS-PAR EQUAL ZEROS
                        ADD 1 TO WS-ATUALIZADOS
                        DISPLAY '  MANTIDO....: ' PAR-NOME ' = '
                            PAR-VALOR
                    ELSE
                        ADD 1 TO WS-FALHAS
                        DISPLAY '  FALHA......: ' PAR-NOME
                            ' FILE STATUS ' WS-FS-PAR
                    END-IF
            END-READ.

       2100-COPIAR-DEFINICAO.
            MOVE WS-CAT-TIPO TO PAR-TIPO
            MOVE WS-CAT-MINIMO TO PAR-MINIMO
            MOVE WS-CAT-MAXIMO TO PAR-MAXIMO
            MOVE WS-CAT-PERMITIDOS TO PAR-PERMITIDOS
            MOVE WS-CAT-PADRAO TO PAR-PADRAO
            MOVE WS-CAT-DESCRICAO TO PAR-DESCRICAO.
       END PROGRAM INICIALIZA-PARAMETROS.
