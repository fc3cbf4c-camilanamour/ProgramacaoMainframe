      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: REASSOCIACAO EM MASSA DO FORNECEDOR PRINCIPAL DOS
      *          PRODUTOS CUJO FORNECEDOR FOI INATIVADO EM
      *          CRUD-10-manter-fornecedor: NO MODO PROPOR LE OS
      *          PRODUTOS ATIVOS COM COD-FORNECEDOR INATIVO, ESCOLHE
      *          EM FORNECEDORES-PRODUTO A FONTE ATIVA MAIS BARATA OU
      *          MAIS RAPIDA (PEDIDOS_POLITICA, A MESMA POLITICA DO
      *          GERA-PEDIDOS, PRECO COMPARADO EM MOEDA LOCAL) E GRAVA
      *          O ARQUIVO DE PROPOSTAS PARA O SUPERVISOR MARCAR COM
      *          'S'; PRODUTO SEM NENHUMA FONTE ATIVA VAI PARA A LISTA
      *          DE ORFAOS DO COMPRAS. NO MODO APLICAR REGRAVA
      *          COD-FORNECEDOR E PRECO-PRODUTO SO DAS LINHAS
      *          APROVADAS, COM REGISTRO EM PRODUTOS-LOG E EM
      *          PRECO-HIST — O PRODUTO DEIXA DE SUMIR DO PEDIDO
      *          AUTOMATICO SEM NINGUEM PERCEBER.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - arquiva os relatorios gerados no spool
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASSOCIA-FORNECEDOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY PFXSEL.
           COPY LOGSEL.
           COPY PRHSEL.
           COPY CAMSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT PROPOSTAS-REASSOCIACAO ASSIGN TO
           'C:\ARQUIVOS\propostas-reassociacao.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRP.
           SELECT PRODUTOS-ORFAOS ASSIGN TO
           'C:\ARQUIVOS\produtos-orfaos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORF.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY PFXFD.
           COPY LOGFD.
           COPY PRHFD.
           COPY CAMFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD PROPOSTAS-REASSOCIACAO.
       01 REG-PROPOSTA.
           03 PRP-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01).
           03 PRP-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(01).
           03 PRP-FORN-ATUAL       PIC 9(04).
           03 FILLER               PIC X(01).
           03 PRP-PRECO-ATUAL      PIC 9(07)V99.
           03 FILLER               PIC X(01).
           03 PRP-FORN-PROPOSTO    PIC 9(04).
           03 FILLER               PIC X(01).
           03 PRP-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(01).
           03 PRP-PRECO-PROPOSTO   PIC 9(07)V99.
           03 FILLER               PIC X(01).
           03 PRP-PRAZO-PROPOSTO   PIC 9(03).
           03 FILLER               PIC X(01).
           03 PRP-APROVADO         PIC X(01).

       FD PRODUTOS-ORFAOS.
       01 REG-ORFAO                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-PFX            PIC 99.
       77 WS-PFX-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-PRH            PIC 99.
       77 WS-FS-PRP            PIC 99.
       77 WS-FS-ORF            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-PFX           PIC 99.
       77 WS-MODO              PIC X(06) VALUE SPACES.
       77 WS-MODO-RESP         PIC X VALUE SPACE.
       77 WS-POLITICA-TXT      PIC X(05) VALUE SPACES.
       77 WS-POLITICA          PIC X(05) VALUE 'PRECO'.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-AFETADOS          PIC 9(05).
       77 WS-PROPOSTAS         PIC 9(05).
       77 WS-ORFAOS            PIC 9(05).
       77 WS-APLICADOS         PIC 9(05).
       77 WS-IGNORADOS         PIC 9(05).
       77 WS-FORN-RETIRADO     PIC X VALUE 'N'.
       77 WS-NOME-FORN-ATUAL   PIC X(30).
       77 WS-ALT-ATIVO         PIC X VALUE 'N'.
       77 WS-ALT-GANHOU        PIC X VALUE 'N'.
       77 WS-PFX-MOEDA         PIC X(03).
       77 WS-PFX-PRECO-LOCAL   PIC 9(07)V99.
       77 WS-FORN-ESCOLHIDO    PIC 9(04).
       77 WS-NOME-ESCOLHIDO    PIC X(30).
       77 WS-PRECO-ESCOLHIDO   PIC 9(07)V99.
       77 WS-PRAZO-ESCOLHIDO   PIC 9(03).
       77 WS-PRECO-ANTERIOR    PIC 9(07)V99.
       77 WS-REGRAVOU          PIC X VALUE SPACE.
       77 WS-TENTATIVAS        PIC 9 VALUE ZERO.
       77 WS-MS-ESPERA         PIC 9(8) COMP-5 VALUE 500.

       01 WS-LINHA-ORFAO-TITULO.
           03 FILLER               PIC X(48)
              VALUE 'PRODUTOS SEM FONTE ATIVA (FORNECEDOR INATIVO) -'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 ORF-DATA-EMISSAO     PIC 9(08).
           03 FILLER               PIC X(23) VALUE SPACES.

       01 WS-LINHA-ORFAO-SEPARADOR PIC X(80) VALUE ALL '-'.

       01 WS-LINHA-ORFAO-CABECALHO.
           03 FILLER               PIC X(08) VALUE 'PRODUTO'.
           03 FILLER               PIC X(22) VALUE 'NOME'.
           03 FILLER               PIC X(50)
              VALUE 'FORNECEDOR INATIVO'.

       01 WS-LINHA-ORFAO.
           03 ORF-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 ORF-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 ORF-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 ORF-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LINHA-ORFAO-TOTAL.
           03 FILLER               PIC X(30)
              VALUE 'TOTAL DE PRODUTOS ORFAOS: '.
           03 ORF-TOTAL            PIC ZZZZ9.
           03 FILLER               PIC X(45) VALUE SPACES.

           COPY PRODWS.
           COPY PRODPATH.
           COPY CAMWS.
           COPY RUNWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "------ REASSOCIACAO DE FORNECEDOR INATIVO ------"
            MOVE 'REASSOCIA-FORNECEDOR' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-MODO FROM ENVIRONMENT 'REASSOCIA_MODO'
            IF WS-MODO EQUAL SPACES
                DISPLAY 'MODO: (P)ROPOR OU (A)PLICAR?'
                ACCEPT WS-MODO-RESP
                IF WS-MODO-RESP EQUAL 'A'
                    MOVE 'APLICA' TO WS-MODO
                ELSE
                    MOVE 'PROPOR' TO WS-MODO
                END-IF
            END-IF
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-AFETADOS
            INITIALIZE WS-PROPOSTAS
            INITIALIZE WS-ORFAOS
            INITIALIZE WS-APLICADOS
            INITIALIZE WS-IGNORADOS
            IF WS-MODO EQUAL 'PROPOR'
                PERFORM 1000-PROPOR-REASSOCIACAO
                MOVE WS-PROPOSTAS TO WS-RUN-GRAVADOS
            ELSE
                PERFORM 5000-APLICAR-APROVADOS
                MOVE WS-APLICADOS TO WS-RUN-GRAVADOS
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-FS TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MODO PROPOR: PROPOSTAS E LISTA DE ORFAOS *******************
       1000-PROPOR-REASSOCIACAO.
            MOVE 'PEDIDOS_POLITICA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-POLITICA-TXT
            IF WS-POLITICA-TXT EQUAL 'PRAZO'
                MOVE 'PRAZO' TO WS-POLITICA
            ELSE
                MOVE 'PRECO' TO WS-POLITICA
            END-IF
            DISPLAY 'POLITICA DE ESCOLHA DE FORNECEDOR: '
                WS-POLITICA
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE FORNECEDORES AUSENTE'
                MOVE WS-FS-FORN TO WS-FS
            ELSE
                OPEN INPUT PRODUTOS
                OPEN INPUT FORNECEDORES-PRODUTO
                IF WS-FS-PFX EQUAL ZEROS
                    MOVE 'S' TO WS-PFX-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-PFX-DISPONIVEL
                END-IF
                MOVE SPACES TO WS-CAMBIO-MOEDA
                OPEN OUTPUT PROPOSTAS-REASSOCIACAO
                OPEN OUTPUT PRODUTOS-ORFAOS
                MOVE WS-DATA-HOJE TO ORF-DATA-EMISSAO
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO-TITULO
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO-SEPARADOR
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO-CABECALHO
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO-SEPARADOR
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS NEXT RECORD INTO WS-PRODUTO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTADOR
                       IF WS-ATIVO
                           PERFORM 1100-VERIFICAR-FORNECEDOR
                           IF WS-FORN-RETIRADO EQUAL 'S'
                               ADD 1 TO WS-AFETADOS
                               PERFORM 1200-ESCOLHER-FONTE
                               PERFORM 1400-GRAVAR-RESULTADO
                           END-IF
                       END-IF
                   END-READ
                END-PERFORM
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO-SEPARADOR
                MOVE WS-ORFAOS TO ORF-TOTAL
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO-TOTAL
                CLOSE PRODUTOS-ORFAOS
                MOVE 'REASSOCIA-FORNECEDOR' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\produtos-orfaos.txt' TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                CLOSE PROPOSTAS-REASSOCIACAO
                MOVE 'REASSOCIA-FORNECEDOR' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\propostas-reassociacao.txt'
                    TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                IF WS-PFX-DISPONIVEL EQUAL 'S'
                    CLOSE FORNECEDORES-PRODUTO
                END-IF
                CLOSE PRODUTOS
                DISPLAY ' '
                DISPLAY 'PRODUTOS LIDOS.....................: '
                    WS-CONTADOR
                DISPLAY 'ATIVOS COM FORNECEDOR INATIVO......: '
                    WS-AFETADOS
                DISPLAY 'PROPOSTAS GRAVADAS.................: '
                    WS-PROPOSTAS
                DISPLAY 'ORFAOS (SEM FONTE ATIVA)...........: '
                    WS-ORFAOS
                DISPLAY 'ARQUIVOS: propostas-reassociacao.txt E '
                    'produtos-orfaos.txt'
                DISPLAY 'MARQUE S NA ULTIMA COLUNA DAS LINHAS '
                    'APROVADAS E RODE O MODO APLICAR'
            END-IF
            CLOSE FORNECEDORES.

      ****** O FORNECEDOR PRINCIPAL DO PRODUTO ESTA INATIVO? ************
       1100-VERIFICAR-FORNECEDOR.
            MOVE 'N' TO WS-FORN-RETIRADO
            MOVE SPACES TO WS-NOME-FORN-ATUAL
            MOVE WS-COD-FORNECEDOR TO COD-FORNECEDOR OF REG-FORNECEDOR
            READ FORNECEDORES RECORD
                KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE NOME-FORNECEDOR TO WS-NOME-FORN-ATUAL
                    IF FORN-INATIVO
                        MOVE 'S' TO WS-FORN-RETIRADO
                    END-IF
            END-READ.

      ****** MELHOR FONTE ATIVA DO PRODUTO PELA POLITICA VIGENTE ********
       1200-ESCOLHER-FONTE.
            MOVE ZEROS TO WS-FORN-ESCOLHIDO
            MOVE SPACES TO WS-NOME-ESCOLHIDO
            MOVE ZEROS TO WS-PRECO-ESCOLHIDO
            MOVE ZEROS TO WS-PRAZO-ESCOLHIDO
            IF WS-PFX-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO PFX-COD-PRODUTO
                MOVE ZEROS TO PFX-COD-FORNECEDOR
                START FORNECEDORES-PRODUTO KEY IS NOT LESS THAN
                    PFX-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EOF-PFX TO 0
                        PERFORM UNTIL WS-EOF-PFX EQUAL 1
                           READ FORNECEDORES-PRODUTO NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-PFX
                           NOT AT END
                               IF PFX-COD-PRODUTO NOT EQUAL
                                  WS-COD-PRODUTO
                                   MOVE 1 TO WS-EOF-PFX
                               ELSE
                                   IF PFX-COD-FORNECEDOR NOT EQUAL
                                      WS-COD-FORNECEDOR
                                       PERFORM 1300-AVALIAR-FONTE
                                   END-IF
                               END-IF
                           END-READ
                        END-PERFORM
                END-START
            END-IF.

      ****** UMA FONTE ATIVA GANHA A ESCOLHA? ***************************
       1300-AVALIAR-FONTE.
            MOVE 'S' TO WS-ALT-ATIVO
            MOVE PFX-COD-FORNECEDOR TO COD-FORNECEDOR OF REG-FORNECEDOR
            READ FORNECEDORES RECORD
                KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    MOVE 'N' TO WS-ALT-ATIVO
                NOT INVALID KEY
                    IF FORN-INATIVO
                        MOVE 'N' TO WS-ALT-ATIVO
                    END-IF
            END-READ
            IF WS-ALT-ATIVO EQUAL 'S'
                MOVE PFX-MOEDA TO WS-PFX-MOEDA
                IF WS-PFX-MOEDA EQUAL SPACES
                    MOVE WS-MOEDA-LOCAL TO WS-PFX-MOEDA
                END-IF
                MOVE PFX-PRECO TO WS-PFX-PRECO-LOCAL
                IF WS-PFX-MOEDA NOT EQUAL WS-MOEDA-LOCAL
                    IF WS-PFX-MOEDA NOT EQUAL WS-CAMBIO-MOEDA
                        MOVE WS-PFX-MOEDA TO WS-CAMBIO-MOEDA
                        MOVE WS-DATA-HOJE TO WS-CAMBIO-DATA
                        PERFORM 9930-OBTER-TAXA-CAMBIO
                    END-IF
                    IF WS-CAMBIO-ACHADA EQUAL 'S'
                        COMPUTE WS-PFX-PRECO-LOCAL ROUNDED =
                            PFX-PRECO * WS-CAMBIO-TAXA
                    ELSE
                        MOVE 'N' TO WS-ALT-ATIVO
                    END-IF
                END-IF
            END-IF
            IF WS-ALT-ATIVO EQUAL 'S'
                MOVE 'N' TO WS-ALT-GANHOU
                EVALUATE TRUE
                    WHEN WS-FORN-ESCOLHIDO EQUAL ZEROS
                        MOVE 'S' TO WS-ALT-GANHOU
                    WHEN WS-POLITICA EQUAL 'PRAZO'
                        IF PFX-PRAZO < WS-PRAZO-ESCOLHIDO OR
                           (PFX-PRAZO EQUAL WS-PRAZO-ESCOLHIDO AND
                            WS-PFX-PRECO-LOCAL < WS-PRECO-ESCOLHIDO)
                            MOVE 'S' TO WS-ALT-GANHOU
                        END-IF
                    WHEN OTHER
                        IF WS-PFX-PRECO-LOCAL < WS-PRECO-ESCOLHIDO OR
                           (WS-PFX-PRECO-LOCAL EQUAL
                            WS-PRECO-ESCOLHIDO AND
                            PFX-PRAZO < WS-PRAZO-ESCOLHIDO)
                            MOVE 'S' TO WS-ALT-GANHOU
                        END-IF
                END-EVALUATE
                IF WS-ALT-GANHOU EQUAL 'S'
                    MOVE PFX-COD-FORNECEDOR TO WS-FORN-ESCOLHIDO
                    MOVE NOME-FORNECEDOR TO WS-NOME-ESCOLHIDO
                    MOVE WS-PFX-PRECO-LOCAL TO WS-PRECO-ESCOLHIDO
                    MOVE PFX-PRAZO TO WS-PRAZO-ESCOLHIDO
                END-IF
            END-IF.

      ****** PROPOSTA PARA O SUPERVISOR OU LINHA DE ORFAO ***************
       1400-GRAVAR-RESULTADO.
            IF WS-FORN-ESCOLHIDO EQUAL ZEROS
                MOVE WS-COD-PRODUTO TO ORF-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO ORF-NOME-PRODUTO
                MOVE WS-COD-FORNECEDOR TO ORF-COD-FORNECEDOR
                MOVE WS-NOME-FORN-ATUAL TO ORF-NOME-FORNECEDOR
                WRITE REG-ORFAO FROM WS-LINHA-ORFAO
                ADD 1 TO WS-ORFAOS
            ELSE
                MOVE SPACES TO REG-PROPOSTA
                MOVE WS-COD-PRODUTO TO PRP-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO PRP-NOME-PRODUTO
                MOVE WS-COD-FORNECEDOR TO PRP-FORN-ATUAL
                MOVE WS-PRECO-PRODUTO TO PRP-PRECO-ATUAL
                MOVE WS-FORN-ESCOLHIDO TO PRP-FORN-PROPOSTO
                MOVE WS-NOME-ESCOLHIDO TO PRP-NOME-FORNECEDOR
                MOVE WS-PRECO-ESCOLHIDO TO PRP-PRECO-PROPOSTO
                MOVE WS-PRAZO-ESCOLHIDO TO PRP-PRAZO-PROPOSTO
                MOVE SPACE TO PRP-APROVADO
                WRITE REG-PROPOSTA
                ADD 1 TO WS-PROPOSTAS
            END-IF.

      ****** MODO APLICAR: SO AS LINHAS APROVADAS PELO SUPERVISOR *******
       5000-APLICAR-APROVADOS.
            OPEN INPUT PROPOSTAS-REASSOCIACAO
            IF WS-FS-PRP NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE PROPOSTAS NAO ENCONTRADO, RODE O '
                    'MODO PROPOR PRIMEIRO'
            ELSE
                OPEN I-O PRODUTOS
                OPEN INPUT FORNECEDORES
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PROPOSTAS-REASSOCIACAO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTADOR
                       IF PRP-APROVADO EQUAL 'S'
                           PERFORM 5100-APLICAR-LINHA
                       ELSE
                           ADD 1 TO WS-IGNORADOS
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE FORNECEDORES
                CLOSE PRODUTOS
                CLOSE PROPOSTAS-REASSOCIACAO
                DISPLAY ' '
                DISPLAY 'LINHAS LIDAS: ' WS-CONTADOR
                DISPLAY 'FORNECEDORES REASSOCIADOS: ' WS-APLICADOS
                DISPLAY 'LINHAS NAO APLICADAS (IGNORADAS): '
                    WS-IGNORADOS
            END-IF.

      ****** REGRAVA FORNECEDOR E PRECO DE UMA LINHA APROVADA ***********
       5100-APLICAR-LINHA.
            MOVE PRP-FORN-PROPOSTO TO COD-FORNECEDOR OF REG-FORNECEDOR
            READ FORNECEDORES RECORD
                KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    MOVE 'I' TO STATUS-FORNECEDOR
            END-READ
            IF FORN-INATIVO
                DISPLAY 'COD. PRODUTO: ' PRP-COD-PRODUTO
                    ' FORNECEDOR PROPOSTO ' PRP-FORN-PROPOSTO
                    ' NAO ESTA ATIVO, LINHA IGNORADA'
                ADD 1 TO WS-IGNORADOS
            ELSE
                MOVE PRP-COD-PRODUTO TO COD-PRODUTO
                READ PRODUTOS RECORD INTO WS-PRODUTO
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        DISPLAY 'COD. PRODUTO: ' PRP-COD-PRODUTO
                            ' NAO ENCONTRADO, LINHA IGNORADA'
                        ADD 1 TO WS-IGNORADOS
                    NOT INVALID KEY
                        IF WS-COD-FORNECEDOR NOT EQUAL PRP-FORN-ATUAL
                            DISPLAY 'COD. PRODUTO: ' PRP-COD-PRODUTO
                                ' FORNECEDOR MUDOU DESDE A PROPOSTA, '
                                'LINHA IGNORADA'
                            ADD 1 TO WS-IGNORADOS
                        ELSE
                            PERFORM 5150-REGRAVAR-PRODUTO
                        END-IF
                END-READ
            END-IF.

      ****** PRODUTO COM O FORNECEDOR E O PRECO PROPOSTOS ***************
       5150-REGRAVAR-PRODUTO.
            MOVE WS-PRECO-PRODUTO TO WS-PRECO-ANTERIOR
            MOVE PRP-FORN-PROPOSTO TO COD-FORNECEDOR OF REG-PRODUTO
            MOVE PRP-PRECO-PROPOSTO TO PRECO-PRODUTO
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
                       CALL "CBL_THREAD_SLEEP"
                           USING WS-MS-ESPERA
                   ELSE
                       MOVE 'S' TO WS-REGRAVOU
                   END-IF
               END-IF
            END-PERFORM
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'COD. PRODUTO: ' PRP-COD-PRODUTO
                    ' NAO FOI POSSIVEL REGRAVAR'
                ADD 1 TO WS-IGNORADOS
            ELSE
                DISPLAY 'COD. PRODUTO: ' PRP-COD-PRODUTO
                    ' FORNECEDOR ' PRP-FORN-ATUAL ' -> '
                    PRP-FORN-PROPOSTO
                MOVE 'REASS-FORN' TO LOG-OPERACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE WS-NOME-PRODUTO TO LOG-NOME-ANTES
                MOVE PRP-FORN-ATUAL TO LOG-ESTOQUE-ANTES
                MOVE NOME-PRODUTO TO LOG-NOME-DEPOIS
                MOVE PRP-FORN-PROPOSTO TO LOG-ESTOQUE-DEPOIS
                PERFORM 9000-GRAVAR-LOG
                IF PRECO-PRODUTO NOT EQUAL WS-PRECO-ANTERIOR
                    PERFORM 5200-GRAVAR-PRECO-HIST
                END-IF
                ADD 1 TO WS-APLICADOS
            END-IF.

      ****** GRAVA O PRECO ANTIGO E O NOVO EM PRECO-HIST ****************
       5200-GRAVAR-PRECO-HIST.
            MOVE COD-PRODUTO TO PRH-COD-PRODUTO
            MOVE WS-PRECO-ANTERIOR TO PRH-PRECO-ANTES
            MOVE PRECO-PRODUTO TO PRH-PRECO-DEPOIS
            ACCEPT PRH-DATA FROM DATE YYYYMMDD
            ACCEPT PRH-HORA FROM TIME
            MOVE LOG-USUARIO TO PRH-USUARIO
            OPEN EXTEND PRECO-HIST
            IF WS-FS-PRH EQUAL 35
                OPEN OUTPUT PRECO-HIST
            END-IF
            WRITE REG-PRECO-HIST
            CLOSE PRECO-HIST.

      ****** GRAVA LOG DE AUDITORIA *************************************
       9000-GRAVAR-LOG.
            ACCEPT LOG-USUARIO FROM ENVIRONMENT 'USER'
            IF LOG-USUARIO EQUAL SPACES
                MOVE 'DESCONHECIDO' TO LOG-USUARIO
            END-IF
            ACCEPT LOG-DATA FROM DATE YYYYMMDD
            ACCEPT LOG-HORA FROM TIME
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            WRITE REG-LOG
            CLOSE PRODUTOS-LOG.

           COPY RUNGRV.
           COPY CAMTAX.
           COPY SPLGRV.
           COPY PARLER.
       END PROGRAM REASSOCIA-FORNECEDOR.
