      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CONFRONTO DE SEGREGACAO DE FUNCOES NO MES INFORMADO
      *          (CONFLITO_MES, PADRAO O MES CORRENTE): CRUZA OS
      *          USUARIOS GRAVADOS EM MOVIMENTO-ESTOQUE (MOV-OPERADOR),
      *          INSPECOES (INS-INSPETOR), PRODUTOS-LOG (LIBERA-LOT,
      *          COM O PROVADOR E O LIBERADOR) E PRECO-HIST
      *          (PRH-USUARIO) COM A TABELA DE FUNCOES CONFLITANTES
      *          DE REGRAS-CONFLITO: 01 RECEBEU E INSPECIONOU O MESMO
      *          RECEBIMENTO, 02 PROVOU E LIBEROU O MESMO LOTE DE
      *          CARGA, 03 ALTEROU O PRECO E DEPOIS RECEBEU O PRODUTO
      *          A ESSE PRECO, 04 LANCOU O MOVIMENTO E O ESTORNOU.
      *          LISTA CADA VIOLACAO COM O USUARIO, O PERFIL EM
      *          USUARIOS, OS REGISTROS ENVOLVIDOS E A DATA; NO FIM, O
      *          RESUMO POR REGRA E POR USUARIO COM OS ACESSOS DO MES
      *          EM ACESSOS, PARA O SUPERVISOR JUSTIFICAR OU CORRIGIR
      *          OS PERFIS. USUARIO EM BRANCO OU DESCONHECIDO NAO
      *          ENTRA NO CONFRONTO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CONFLITO-FUNCOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MOVSEL.
           COPY ENTSEL.
           COPY INSSEL.
           COPY PRHSEL.
           COPY LOGSEL.
           COPY ACESEL.
           COPY USUSEL.
           COPY RCFSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\conflito-estornos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETR-NUMERO
           FILE STATUS IS WS-FS-ETR.
           SELECT RECEBIMENTOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\conflito-recebimentos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RCB-CHAVE
           FILE STATUS IS WS-FS-RCB.
           SELECT PRECOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\conflito-precos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRW-CHAVE
           FILE STATUS IS WS-FS-PRW.
           SELECT USUARIOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\conflito-usuarios.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CFU-USUARIO
           FILE STATUS IS WS-FS-CFU.
           SELECT CONFLITO-FUNCOES ASSIGN TO
           'C:\ARQUIVOS\rel-conflito-funcoes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY MOVFD.
           COPY ENTFD.
           COPY INSFD.
           COPY PRHFD.
           COPY LOGFD.
           COPY ACEFD.
           COPY USUFD.
           COPY RCFFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ETR-NUMERO           PIC 9(09).
           03 ETR-ESTORNO          PIC 9(09).
           03 ETR-OPERADOR         PIC X(20).
           03 ETR-DATA             PIC 9(08).

       FD RECEBIMENTOS-TRABALHO.
       01 REG-RECEBIMENTO-TRABALHO.
           03 RCB-CHAVE.
               05 RCB-PEDIDO           PIC 9(06).
               05 RCB-COD-PRODUTO      PIC 9(06).
               05 RCB-DATA             PIC 9(08).
               05 RCB-MOV-NUMERO       PIC 9(09).
           03 RCB-HORA             PIC 9(08).
           03 RCB-OPERADOR         PIC X(20).
           03 RCB-PRECO-MOEDA      PIC 9(07)V99.
           03 RCB-CUSTO-UNIT       PIC 9(07)V99.

       FD PRECOS-TRABALHO.
       01 REG-PRECO-TRABALHO.
           03 PRW-CHAVE.
               05 PRW-COD-PRODUTO      PIC 9(06).
               05 PRW-USUARIO          PIC X(20).
               05 PRW-PRECO-DEPOIS     PIC 9(07)V99.
               05 PRW-DATA-HORA.
                   07 PRW-DATA         PIC 9(08).
                   07 PRW-HORA         PIC 9(08).
           03 PRW-PRECO-ANTES      PIC 9(07)V99.

       FD USUARIOS-TRABALHO.
       01 REG-USUARIO-TRABALHO.
           03 CFU-USUARIO          PIC X(20).
           03 CFU-VIOLACOES        PIC 9(05) OCCURS 4 TIMES.
           03 CFU-ACESSOS          PIC 9(05).
           03 CFU-ULTIMO-ACESSO    PIC 9(08).

       FD CONFLITO-FUNCOES.
       01 REG-REL-CONFLITO-FUNCOES PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-ENT            PIC 99.
       77 WS-ENT-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-INS            PIC 99.
       77 WS-FS-PRH            PIC 99.
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-ACE            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-USU-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-RCF            PIC 99.
       77 WS-FS-ETR            PIC 99.
       77 WS-FS-RCB            PIC 99.
       77 WS-FS-PRW            PIC 99.
       77 WS-FS-CFU            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-AUX           PIC 99.
       77 WS-CONTADOR          PIC 9(07).
       77 WS-VIOLACOES         PIC 9(07).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-TXT           PIC X(06).
       77 WS-MES-CONFLITO      PIC 9(06).
       77 WS-DATA-INICIO       PIC 9(08).
       77 WS-DATA-FIM          PIC 9(08).
       77 WS-IND-REGRA         PIC 9(02).
       77 WS-ACHOU             PIC X(01).
       77 WS-PERFIL            PIC X(14).
       77 WS-SITUACAO          PIC X(09).
       77 WS-RECEBIDO-EM       PIC 9(16).
       77 WS-PRECO-ACHADO      PIC 9(07)V99.
       77 WS-ANTES-ACHADO      PIC 9(07)V99.
       77 WS-DATA-ACHADA       PIC 9(08).

       01 WS-VIOLACAO.
           03 WS-VIO-REGRA         PIC 9(02).
           03 WS-VIO-DATA          PIC 9(08).
           03 WS-VIO-USUARIO       PIC X(20).
           03 WS-VIO-DETALHE       PIC X(78).

       01 WS-REGRAS-PADRAO.
           03 FILLER               PIC X(50)
              VALUE 'RECEBEU E INSPECIONOU O MESMO RECEBIMENTO'.
           03 FILLER               PIC X(50)
              VALUE 'PROVOU E LIBEROU O MESMO LOTE DE CARGA'.
           03 FILLER               PIC X(50)
              VALUE 'ALTEROU O PRECO E RECEBEU O PRODUTO A ESSE PRECO'.
           03 FILLER               PIC X(50)
              VALUE 'LANCOU O MOVIMENTO E O ESTORNOU'.
       01 WS-REGRAS-PADRAO-T REDEFINES WS-REGRAS-PADRAO.
           03 WS-REGRA-PADRAO      PIC X(50) OCCURS 4 TIMES.

       01 WS-REGRAS.
           03 WS-REGRA OCCURS 4 TIMES.
               05 WS-REGRA-ATIVA       PIC X(01).
               05 WS-REGRA-DESCRICAO   PIC X(50).
               05 WS-REGRA-VIOLACOES   PIC 9(05).

       01 WS-EDITADOS.
           03 WS-ED-PEDIDO         PIC 9(06).
           03 WS-ED-PRODUTO        PIC 9(06).
           03 WS-ED-NUMERO         PIC 9(09).
           03 WS-ED-NUMERO-2       PIC 9(09).
           03 WS-ED-DATA           PIC 9(08).
           03 WS-ED-PRECO          PIC ZZZZZZ9.99.
           03 WS-ED-PRECO-2        PIC ZZZZZZ9.99.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(44)
              VALUE 'CONFRONTO DE SEGREGACAO DE FUNCOES - MES (AA'.
           03 FILLER               PIC X(07) VALUE 'AAMM): '.
           03 REL-MES-CONFLITO     PIC 9(06).
           03 FILLER               PIC X(75) VALUE SPACES.

       01 WS-LINHA-SECAO.
           03 FILLER               PIC X(06) VALUE 'REGRA '.
           03 REL-SEC-REGRA        PIC 9(02).
           03 FILLER               PIC X(03) VALUE ' - '.
           03 REL-SEC-DESCRICAO    PIC X(50).
           03 REL-SEC-SITUACAO     PIC X(20).
           03 FILLER               PIC X(51) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(10) VALUE 'DATA      '.
           03 FILLER               PIC X(22) VALUE 'USUARIO'.
           03 FILLER               PIC X(16) VALUE 'PERFIL'.
           03 FILLER               PIC X(84)
              VALUE 'REGISTROS ENVOLVIDOS'.

       01 WS-LINHA-VIOLACAO.
           03 REL-VIO-DATA         PIC 9(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-VIO-USUARIO      PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-VIO-PERFIL       PIC X(14).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-VIO-DETALHE      PIC X(78).
           03 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LINHA-NENHUMA.
           03 FILLER               PIC X(40)
              VALUE '  NENHUMA VIOLACAO NO MES'.
           03 FILLER               PIC X(92) VALUE SPACES.

       01 WS-LINHA-RESUMO-REGRA.
           03 FILLER               PIC X(06) VALUE 'REGRA '.
           03 REL-RES-REGRA        PIC 9(02).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-RES-DESCRICAO    PIC X(50).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-RES-SITUACAO     PIC X(09).
           03 FILLER               PIC X(13) VALUE '  VIOLACOES: '.
           03 REL-RES-VIOLACOES    PIC ZZZZ9.
           03 FILLER               PIC X(43) VALUE SPACES.

       01 WS-LINHA-CAB-USUARIO.
           03 FILLER               PIC X(22) VALUE 'USUARIO'.
           03 FILLER               PIC X(16) VALUE 'PERFIL'.
           03 FILLER               PIC X(11) VALUE 'SITUACAO'.
           03 FILLER               PIC X(06) VALUE '   R01'.
           03 FILLER               PIC X(06) VALUE '   R02'.
           03 FILLER               PIC X(06) VALUE '   R03'.
           03 FILLER               PIC X(06) VALUE '   R04'.
           03 FILLER               PIC X(09) VALUE '  ACESSOS'.
           03 FILLER               PIC X(16) VALUE '  ULTIMO ACESSO'.
           03 FILLER               PIC X(34) VALUE SPACES.

       01 WS-LINHA-USUARIO.
           03 REL-USU-USUARIO      PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-USU-PERFIL       PIC X(14).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-USU-SITUACAO     PIC X(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-USU-R01          PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-USU-R02          PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-USU-R03          PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-USU-R04          PIC ZZZZ9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 REL-USU-ACESSOS      PIC ZZZZ9.
           03 FILLER               PIC X(08) VALUE SPACES.
           03 REL-USU-ULTIMO       PIC 9(08).
           03 FILLER               PIC X(35) VALUE SPACES.

           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------ CONFRONTO DE SEGREGACAO DE FUNCOES ------"
            MOVE 'REL-CONFLITO-FUNCOES' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-VIOLACOES
            PERFORM 0400-OBTER-PARAMETROS
            PERFORM 0450-CARREGAR-REGRAS

            OPEN INPUT USUARIOS
            IF WS-FS-USU EQUAL ZEROS
                MOVE 'S' TO WS-USU-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-USU-DISPONIVEL
            END-IF
            OPEN OUTPUT USUARIOS-TRABALHO
            CLOSE USUARIOS-TRABALHO
            OPEN I-O USUARIOS-TRABALHO
            PERFORM 0500-MAPEAR-PRECOS
            PERFORM 0600-MAPEAR-MOVIMENTOS

            OPEN OUTPUT CONFLITO-FUNCOES
            MOVE WS-MES-CONFLITO TO REL-MES-CONFLITO
            WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-TITULO
            WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SEPARADOR
            PERFORM 1000-RECEBEU-E-INSPECIONOU
            PERFORM 2000-PROVOU-E-LIBEROU
            PERFORM 3000-PRECO-E-RECEBIMENTO
            PERFORM 4000-LANCOU-E-ESTORNOU
            PERFORM 5000-CONTAR-ACESSOS
            PERFORM 6000-IMPRIMIR-RESUMO

            CLOSE CONFLITO-FUNCOES
            MOVE 'REL-CONFLITO-FUNCOES' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-conflito-funcoes.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-CONFLITO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE USUARIOS-TRABALHO
            CLOSE PRECOS-TRABALHO
            CLOSE RECEBIMENTOS-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            IF WS-USU-DISPONIVEL EQUAL 'S'
                CLOSE USUARIOS
            END-IF

            DISPLAY ' '
            DISPLAY 'MOVIMENTOS LIDOS: ' WS-CONTADOR
            DISPLAY 'VIOLACOES ENCONTRADAS: ' WS-VIOLACOES
            DISPLAY 'RELATORIO GRAVADO: rel-conflito-funcoes.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-VIOLACOES TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES DO RELATORIO VINDO DO AMBIENTE *************************
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-CONFLITO
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'CONFLITO_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-CONFLITO
            END-IF
            COMPUTE WS-DATA-INICIO = WS-MES-CONFLITO * 100 + 1
            COMPUTE WS-DATA-FIM = WS-MES-CONFLITO * 100 + 31.

      ****** TABELA DE REGRAS: PADRAO DO PROGRAMA E REGRAS-CONFLITO *****
       0450-CARREGAR-REGRAS.
            PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > 4
                MOVE 'S' TO WS-REGRA-ATIVA (WS-IND-REGRA)
                MOVE WS-REGRA-PADRAO (WS-IND-REGRA)
                    TO WS-REGRA-DESCRICAO (WS-IND-REGRA)
                MOVE ZEROS TO WS-REGRA-VIOLACOES (WS-IND-REGRA)
            END-PERFORM
            OPEN INPUT REGRAS-CONFLITO
            IF WS-FS-RCF NOT EQUAL ZEROS
                DISPLAY 'REGRAS-CONFLITO AUSENTE, TODAS AS REGRAS '
                    'ATIVAS'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ REGRAS-CONFLITO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RCF-CODIGO IS NUMERIC AND
                          RCF-CODIGO > 0 AND RCF-CODIGO < 5
                           MOVE RCF-CODIGO TO WS-IND-REGRA
                           IF RCF-DESLIGADA
                               MOVE 'N' TO WS-REGRA-ATIVA
                                   (WS-IND-REGRA)
                           ELSE
                               MOVE 'S' TO WS-REGRA-ATIVA
                                   (WS-IND-REGRA)
                           END-IF
                           IF RCF-DESCRICAO NOT EQUAL SPACES
                               MOVE RCF-DESCRICAO TO
                                   WS-REGRA-DESCRICAO (WS-IND-REGRA)
                           END-IF
                       ELSE
                           DISPLAY 'REGRA DESCONHECIDA IGNORADA: '
                               RCF-CODIGO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE REGRAS-CONFLITO
            END-IF.

      ****** ALTERACOES DE PRECO POR PRODUTO, USUARIO E PRECO NOVO ******
       0500-MAPEAR-PRECOS.
            OPEN OUTPUT PRECOS-TRABALHO
            CLOSE PRECOS-TRABALHO
            OPEN I-O PRECOS-TRABALHO
            OPEN INPUT PRECO-HIST
            IF WS-FS-PRH NOT EQUAL ZEROS
                DISPLAY 'HISTORICO DE PRECOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRECO-HIST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRH-DATA NOT GREATER THAN WS-DATA-FIM
                           MOVE PRH-COD-PRODUTO TO PRW-COD-PRODUTO
                           MOVE PRH-USUARIO TO PRW-USUARIO
                           MOVE PRH-PRECO-DEPOIS TO PRW-PRECO-DEPOIS
                           MOVE PRH-DATA TO PRW-DATA
                           MOVE PRH-HORA TO PRW-HORA
                           MOVE PRH-PRECO-ANTES TO PRW-PRECO-ANTES
                           WRITE REG-PRECO-TRABALHO
                              INVALID KEY
                                  CONTINUE
                           END-WRITE
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE PRECO-HIST
            END-IF.

      ****** ESTORNOS DO MES E RECEBIMENTOS COM SEU OPERADOR ************
       0600-MAPEAR-MOVIMENTOS.
            OPEN OUTPUT ESTORNOS-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            OPEN I-O ESTORNOS-TRABALHO
            OPEN OUTPUT RECEBIMENTOS-TRABALHO
            CLOSE RECEBIMENTOS-TRABALHO
            OPEN I-O RECEBIMENTOS-TRABALHO
            OPEN INPUT ENTRADAS-CUSTO
            IF WS-FS-ENT EQUAL ZEROS
                MOVE 'S' TO WS-ENT-DISPONIVEL
            ELSE
                MOVE 'N' TO WS-ENT-DISPONIVEL
            END-IF
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE MOVIMENTOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTADOR
                       IF MOV-DATA NOT GREATER THAN WS-DATA-FIM
                           PERFORM 0650-MAPEAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF
            IF WS-ENT-DISPONIVEL EQUAL 'S'
                CLOSE ENTRADAS-CUSTO
            END-IF.

      ****** UM LANCAMENTO: ESTORNO DO MES OU RECEBIMENTO DE PEDIDO *****
       0650-MAPEAR-MOVIMENTO.
            IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                IF MOV-DATA NOT LESS THAN WS-DATA-INICIO
                    MOVE MOV-ESTORNO-DE TO ETR-NUMERO
                    MOVE MOV-NUMERO TO ETR-ESTORNO
                    MOVE MOV-OPERADOR TO ETR-OPERADOR
                    MOVE MOV-DATA TO ETR-DATA
                    WRITE REG-ESTORNO-TRABALHO
                       INVALID KEY
                           CONTINUE
                    END-WRITE
                END-IF
            ELSE
                IF MOV-ENTRADA AND WS-ENT-DISPONIVEL EQUAL 'S'
                    PERFORM 0660-MAPEAR-RECEBIMENTO
                END-IF
            END-IF.

      ****** RECEBIMENTO DE PEDIDO: CUSTO E PRECO DA ENTRADA ************
       0660-MAPEAR-RECEBIMENTO.
            MOVE MOV-NUMERO TO ENT-MOV-NUMERO
            READ ENTRADAS-CUSTO RECORD
                KEY IS ENT-MOV-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ENT-NUMERO-PEDIDO TO RCB-PEDIDO
                    MOVE ENT-COD-PRODUTO TO RCB-COD-PRODUTO
                    MOVE MOV-DATA TO RCB-DATA
                    MOVE MOV-NUMERO TO RCB-MOV-NUMERO
                    MOVE MOV-HORA TO RCB-HORA
                    MOVE MOV-OPERADOR TO RCB-OPERADOR
                    MOVE ENT-PRECO-MOEDA TO RCB-PRECO-MOEDA
                    MOVE ENT-CUSTO-UNIT TO RCB-CUSTO-UNIT
                    WRITE REG-RECEBIMENTO-TRABALHO
                       INVALID KEY
                           CONTINUE
                    END-WRITE
            END-READ.

      ****** REGRA 01: INSPETOR DO MES QUE RECEBEU O MESMO PEDIDO *******
       1000-RECEBEU-E-INSPECIONOU.
            MOVE 1 TO WS-IND-REGRA
            PERFORM 7000-ABRIR-SECAO
            IF WS-REGRA-ATIVA (1) EQUAL 'S'
                OPEN INPUT INSPECOES
                IF WS-FS-INS NOT EQUAL ZEROS
                    DISPLAY 'ARQUIVO DE INSPECOES AUSENTE'
                ELSE
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ INSPECOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF INS-CONCLUIDA AND
                              INS-NUMERO-PEDIDO NOT EQUAL ZEROS AND
                              INS-DATA-INSPECAO NOT LESS THAN
                              WS-DATA-INICIO AND
                              INS-DATA-INSPECAO NOT GREATER THAN
                              WS-DATA-FIM
                               PERFORM 1100-CONFERIR-INSPECAO
                           END-IF
                       END-READ
                    END-PERFORM
                    CLOSE INSPECOES
                END-IF
                PERFORM 7100-FECHAR-SECAO
            END-IF.

      ****** RECEBIMENTOS DO PEDIDO/PRODUTO NA DATA DE ENTRADA **********
       1100-CONFERIR-INSPECAO.
            MOVE INS-NUMERO-PEDIDO TO RCB-PEDIDO
            MOVE INS-COD-PRODUTO TO RCB-COD-PRODUTO
            MOVE INS-DATA-ENTRADA TO RCB-DATA
            MOVE ZEROS TO RCB-MOV-NUMERO
            SET WS-EOF-AUX TO 0
            START RECEBIMENTOS-TRABALHO KEY IS NOT LESS THAN RCB-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-AUX
            END-START
            PERFORM UNTIL WS-EOF-AUX EQUAL 1
               READ RECEBIMENTOS-TRABALHO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-AUX
               NOT AT END
                   IF RCB-PEDIDO NOT EQUAL INS-NUMERO-PEDIDO OR
                      RCB-COD-PRODUTO NOT EQUAL INS-COD-PRODUTO OR
                      RCB-DATA NOT EQUAL INS-DATA-ENTRADA
                       MOVE 1 TO WS-EOF-AUX
                   ELSE
                       IF RCB-OPERADOR EQUAL INS-INSPETOR
                           PERFORM 1200-VIOLACAO-INSPECAO
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** DETALHE DA REGRA 01 ****************************************
       1200-VIOLACAO-INSPECAO.
            MOVE 1 TO WS-VIO-REGRA
            MOVE INS-DATA-INSPECAO TO WS-VIO-DATA
            MOVE INS-INSPETOR TO WS-VIO-USUARIO
            MOVE INS-NUMERO-PEDIDO TO WS-ED-PEDIDO
            MOVE INS-COD-PRODUTO TO WS-ED-PRODUTO
            MOVE RCB-MOV-NUMERO TO WS-ED-NUMERO
            MOVE INS-NUMERO TO WS-ED-NUMERO-2
            MOVE SPACES TO WS-VIO-DETALHE
            STRING 'PEDIDO ' WS-ED-PEDIDO ' PROD ' WS-ED-PRODUTO
                ' LOTE ' INS-LOTE ' RECEBIDO MOV ' WS-ED-NUMERO
                ' INSPECAO ' WS-ED-NUMERO-2
                DELIMITED BY SIZE INTO WS-VIO-DETALHE
            END-STRING
            PERFORM 8000-REGISTRAR-VIOLACAO.

      ****** REGRA 02: LIBERA-LOT DO MES COM PROVADOR = LIBERADOR *******
       2000-PROVOU-E-LIBEROU.
            MOVE 2 TO WS-IND-REGRA
            PERFORM 7000-ABRIR-SECAO
            IF WS-REGRA-ATIVA (2) EQUAL 'S'
                OPEN INPUT PRODUTOS-LOG
                IF WS-FS-LOG NOT EQUAL ZEROS
                    DISPLAY 'LOG DE AUDITORIA AUSENTE'
                ELSE
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRODUTOS-LOG
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LOG-OPERACAO EQUAL 'LIBERA-LOT' AND
                              LOG-DATA NOT LESS THAN WS-DATA-INICIO
                              AND LOG-DATA NOT GREATER THAN
                              WS-DATA-FIM AND
                              LOG-NOME-DEPOIS EQUAL LOG-USUARIO
                               PERFORM 2100-VIOLACAO-LIBERACAO
                           END-IF
                       END-READ
                    END-PERFORM
                    CLOSE PRODUTOS-LOG
                END-IF
                PERFORM 7100-FECHAR-SECAO
            END-IF.

      ****** DETALHE DA REGRA 02 ****************************************
       2100-VIOLACAO-LIBERACAO.
            MOVE 2 TO WS-VIO-REGRA
            MOVE LOG-DATA TO WS-VIO-DATA
            MOVE LOG-USUARIO TO WS-VIO-USUARIO
            MOVE LOG-ESTOQUE-ANTES TO WS-ED-NUMERO
            MOVE SPACES TO WS-VIO-DETALHE
            STRING 'LOTE DE CARGA ' WS-ED-NUMERO ' DE '
                LOG-NOME-ANTES ' PROVADO E LIBERADO'
                DELIMITED BY SIZE INTO WS-VIO-DETALHE
            END-STRING
            PERFORM 8000-REGISTRAR-VIOLACAO.

      ****** REGRA 03: RECEBIDO AO PRECO QUE O PROPRIO OPERADOR GRAVOU **
       3000-PRECO-E-RECEBIMENTO.
            MOVE 3 TO WS-IND-REGRA
            PERFORM 7000-ABRIR-SECAO
            IF WS-REGRA-ATIVA (3) EQUAL 'S'
                MOVE LOW-VALUES TO RCB-CHAVE
                SET WS-EOF TO 0
                START RECEBIMENTOS-TRABALHO
                    KEY IS NOT LESS THAN RCB-CHAVE
                    INVALID KEY
                        MOVE 1 TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ RECEBIMENTOS-TRABALHO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RCB-DATA NOT LESS THAN WS-DATA-INICIO
                           PERFORM 3050-CONFERIR-RECEBIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                PERFORM 7100-FECHAR-SECAO
            END-IF.

      ****** PRECO GRAVADO PELO OPERADOR QUE RECEBEU A MERCADORIA *******
       3050-CONFERIR-RECEBIMENTO.
            COMPUTE WS-RECEBIDO-EM = RCB-DATA * 100000000 + RCB-HORA
            PERFORM 3100-PROCURAR-PRECO
            IF RCB-CUSTO-UNIT NOT EQUAL RCB-PRECO-MOEDA
               AND WS-ACHOU NOT EQUAL 'S'
                MOVE RCB-CUSTO-UNIT TO RCB-PRECO-MOEDA
                PERFORM 3100-PROCURAR-PRECO
            END-IF
            IF WS-ACHOU EQUAL 'S'
                PERFORM 3200-VIOLACAO-PRECO
            END-IF.

      ****** ULTIMA ALTERACAO DO OPERADOR PARA O PRECO RECEBIDO *********
       3100-PROCURAR-PRECO.
            MOVE 'N' TO WS-ACHOU
            IF RCB-PRECO-MOEDA NOT EQUAL ZEROS
                MOVE RCB-COD-PRODUTO TO PRW-COD-PRODUTO
                MOVE RCB-OPERADOR TO PRW-USUARIO
                MOVE RCB-PRECO-MOEDA TO PRW-PRECO-DEPOIS
                MOVE ZEROS TO PRW-DATA-HORA
                SET WS-EOF-AUX TO 0
                START PRECOS-TRABALHO KEY IS NOT LESS THAN PRW-CHAVE
                    INVALID KEY
                        MOVE 1 TO WS-EOF-AUX
                END-START
                PERFORM UNTIL WS-EOF-AUX EQUAL 1
                   READ PRECOS-TRABALHO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF PRW-COD-PRODUTO NOT EQUAL RCB-COD-PRODUTO
                          OR PRW-USUARIO NOT EQUAL RCB-OPERADOR
                          OR PRW-PRECO-DEPOIS NOT EQUAL
                          RCB-PRECO-MOEDA
                          OR PRW-DATA-HORA > WS-RECEBIDO-EM
                           MOVE 1 TO WS-EOF-AUX
                       ELSE
                           MOVE 'S' TO WS-ACHOU
                           MOVE PRW-PRECO-DEPOIS TO WS-PRECO-ACHADO
                           MOVE PRW-PRECO-ANTES TO WS-ANTES-ACHADO
                           MOVE PRW-DATA TO WS-DATA-ACHADA
                       END-IF
                   END-READ
                END-PERFORM
            END-IF.

      ****** DETALHE DA REGRA 03 ****************************************
       3200-VIOLACAO-PRECO.
            MOVE 3 TO WS-VIO-REGRA
            MOVE RCB-DATA TO WS-VIO-DATA
            MOVE RCB-OPERADOR TO WS-VIO-USUARIO
            MOVE RCB-COD-PRODUTO TO WS-ED-PRODUTO
            MOVE RCB-MOV-NUMERO TO WS-ED-NUMERO
            MOVE WS-DATA-ACHADA TO WS-ED-DATA
            MOVE WS-ANTES-ACHADO TO WS-ED-PRECO
            MOVE WS-PRECO-ACHADO TO WS-ED-PRECO-2
            MOVE SPACES TO WS-VIO-DETALHE
            STRING 'PROD ' WS-ED-PRODUTO ' PRECO ' WS-ED-PRECO
                ' -> ' WS-ED-PRECO-2 ' EM ' WS-ED-DATA
                ' RECEBIDO MOV ' WS-ED-NUMERO
                DELIMITED BY SIZE INTO WS-VIO-DETALHE
            END-STRING
            PERFORM 8000-REGISTRAR-VIOLACAO.

      ****** REGRA 04: ORIGINAL DO ESTORNO DO MES COM O MESMO OPERADOR **
       4000-LANCOU-E-ESTORNOU.
            MOVE 4 TO WS-IND-REGRA
            PERFORM 7000-ABRIR-SECAO
            IF WS-REGRA-ATIVA (4) EQUAL 'S'
                OPEN INPUT MOVIMENTO-ESTOQUE
                IF WS-FS-MOV EQUAL ZEROS
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ MOVIMENTO-ESTOQUE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 4050-CONFERIR-ESTORNO
                       END-READ
                    END-PERFORM
                    CLOSE MOVIMENTO-ESTOQUE
                END-IF
                PERFORM 7100-FECHAR-SECAO
            END-IF.

      ****** ESTORNO DO MES LANCADO PELO AUTOR DO ORIGINAL **************
       4050-CONFERIR-ESTORNO.
            MOVE MOV-NUMERO TO ETR-NUMERO
            READ ESTORNOS-TRABALHO RECORD
                KEY IS ETR-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ETR-OPERADOR EQUAL MOV-OPERADOR
                        PERFORM 4100-VIOLACAO-ESTORNO
                    END-IF
            END-READ.

      ****** DETALHE DA REGRA 04 ****************************************
       4100-VIOLACAO-ESTORNO.
            MOVE 4 TO WS-VIO-REGRA
            MOVE ETR-DATA TO WS-VIO-DATA
            MOVE ETR-OPERADOR TO WS-VIO-USUARIO
            MOVE MOV-NUMERO TO WS-ED-NUMERO
            MOVE ETR-ESTORNO TO WS-ED-NUMERO-2
            MOVE MOV-COD-PRODUTO TO WS-ED-PRODUTO
            MOVE MOV-DATA TO WS-ED-DATA
            MOVE SPACES TO WS-VIO-DETALHE
            STRING 'MOV ' WS-ED-NUMERO ' TIPO ' MOV-TIPO ' PROD '
                WS-ED-PRODUTO ' DE ' WS-ED-DATA ' ESTORNADO PELO MOV '
                WS-ED-NUMERO-2
                DELIMITED BY SIZE INTO WS-VIO-DETALHE
            END-STRING
            PERFORM 8000-REGISTRAR-VIOLACAO.

      ****** ACESSOS DO MES DE QUEM APARECEU NAS VIOLACOES **************
       5000-CONTAR-ACESSOS.
            OPEN INPUT ACESSOS
            IF WS-FS-ACE NOT EQUAL ZEROS
                DISPLAY 'DIARIO DE ACESSOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ACESSOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACE-RESULTADO EQUAL 'SUCESSO' AND
                          ACE-DATA NOT LESS THAN WS-DATA-INICIO AND
                          ACE-DATA NOT GREATER THAN WS-DATA-FIM
                           MOVE ACE-USUARIO TO CFU-USUARIO
                           READ USUARIOS-TRABALHO RECORD
                               KEY IS CFU-USUARIO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CFU-ACESSOS
                                   IF ACE-DATA > CFU-ULTIMO-ACESSO
                                       MOVE ACE-DATA TO
                                           CFU-ULTIMO-ACESSO
                                   END-IF
                                   REWRITE REG-USUARIO-TRABALHO
                                   END-REWRITE
                           END-READ
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE ACESSOS
            END-IF.

      ****** RESUMO POR REGRA E POR USUARIO *****************************
       6000-IMPRIMIR-RESUMO.
            MOVE 'RESUMO POR REGRA' TO REG-REL-CONFLITO-FUNCOES
            WRITE REG-REL-CONFLITO-FUNCOES
            WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SEPARADOR
            PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > 4
                MOVE WS-IND-REGRA TO REL-RES-REGRA
                MOVE WS-REGRA-DESCRICAO (WS-IND-REGRA)
                    TO REL-RES-DESCRICAO
                IF WS-REGRA-ATIVA (WS-IND-REGRA) EQUAL 'S'
                    MOVE 'ATIVA' TO REL-RES-SITUACAO
                ELSE
                    MOVE 'DESLIGADA' TO REL-RES-SITUACAO
                END-IF
                MOVE WS-REGRA-VIOLACOES (WS-IND-REGRA)
                    TO REL-RES-VIOLACOES
                WRITE REG-REL-CONFLITO-FUNCOES
                    FROM WS-LINHA-RESUMO-REGRA
            END-PERFORM
            MOVE SPACES TO REG-REL-CONFLITO-FUNCOES
            WRITE REG-REL-CONFLITO-FUNCOES
            MOVE 'RESUMO POR USUARIO (ACESSOS COM SUCESSO NO MES)'
                TO REG-REL-CONFLITO-FUNCOES
            WRITE REG-REL-CONFLITO-FUNCOES
            WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SEPARADOR
            WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-CAB-USUARIO
            MOVE LOW-VALUES TO CFU-USUARIO
            SET WS-EOF TO 0
            START USUARIOS-TRABALHO KEY IS NOT LESS THAN CFU-USUARIO
                INVALID KEY
                    WRITE REG-REL-CONFLITO-FUNCOES
                        FROM WS-LINHA-NENHUMA
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ USUARIOS-TRABALHO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE CFU-USUARIO TO WS-VIO-USUARIO
                   PERFORM 8100-OBTER-PERFIL
                   MOVE CFU-USUARIO TO REL-USU-USUARIO
                   MOVE WS-PERFIL TO REL-USU-PERFIL
                   MOVE WS-SITUACAO TO REL-USU-SITUACAO
                   MOVE CFU-VIOLACOES (1) TO REL-USU-R01
                   MOVE CFU-VIOLACOES (2) TO REL-USU-R02
                   MOVE CFU-VIOLACOES (3) TO REL-USU-R03
                   MOVE CFU-VIOLACOES (4) TO REL-USU-R04
                   MOVE CFU-ACESSOS TO REL-USU-ACESSOS
                   MOVE CFU-ULTIMO-ACESSO TO REL-USU-ULTIMO
                   WRITE REG-REL-CONFLITO-FUNCOES
                       FROM WS-LINHA-USUARIO
               END-READ
            END-PERFORM.

      ****** TITULO E CABECALHO DA SECAO DE UMA REGRA *******************
       7000-ABRIR-SECAO.
            MOVE WS-IND-REGRA TO REL-SEC-REGRA
            MOVE WS-REGRA-DESCRICAO (WS-IND-REGRA) TO REL-SEC-DESCRICAO
            IF WS-REGRA-ATIVA (WS-IND-REGRA) EQUAL 'S'
                MOVE SPACES TO REL-SEC-SITUACAO
                WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SECAO
                WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-CABECALHO
            ELSE
                MOVE '  (REGRA DESLIGADA)' TO REL-SEC-SITUACAO
                WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SECAO
                WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SEPARADOR
            END-IF.

      ****** FECHA A SECAO, AVISANDO QUANDO NADA FOI ENCONTRADO *********
       7100-FECHAR-SECAO.
            IF WS-REGRA-VIOLACOES (WS-IND-REGRA) EQUAL ZEROS
                WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-NENHUMA
            END-IF
            WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-SEPARADOR.

      ****** IMPRIME A VIOLACAO E SOMA NA REGRA E NO USUARIO ************
       8000-REGISTRAR-VIOLACAO.
            IF WS-VIO-USUARIO NOT EQUAL SPACES AND
               WS-VIO-USUARIO NOT EQUAL 'DESCONHECIDO'
                PERFORM 8100-OBTER-PERFIL
                MOVE WS-VIO-DATA TO REL-VIO-DATA
                MOVE WS-VIO-USUARIO TO REL-VIO-USUARIO
                MOVE WS-PERFIL TO REL-VIO-PERFIL
                MOVE WS-VIO-DETALHE TO REL-VIO-DETALHE
                WRITE REG-REL-CONFLITO-FUNCOES FROM WS-LINHA-VIOLACAO
                ADD 1 TO WS-VIOLACOES
                ADD 1 TO WS-REGRA-VIOLACOES (WS-VIO-REGRA)
                MOVE WS-VIO-USUARIO TO CFU-USUARIO
                READ USUARIOS-TRABALHO RECORD
                    KEY IS CFU-USUARIO
                    INVALID KEY
                        INITIALIZE REG-USUARIO-TRABALHO
                        MOVE WS-VIO-USUARIO TO CFU-USUARIO
                        MOVE 1 TO CFU-VIOLACOES (WS-VIO-REGRA)
                        WRITE REG-USUARIO-TRABALHO
                        END-WRITE
                    NOT INVALID KEY
                        ADD 1 TO CFU-VIOLACOES (WS-VIO-REGRA)
                        REWRITE REG-USUARIO-TRABALHO
                        END-REWRITE
                END-READ
            END-IF.

      ****** PERFIL E SITUACAO DO USUARIO EM USUARIOS *******************
       8100-OBTER-PERFIL.
            MOVE 'NAO CADASTRADO' TO WS-PERFIL
            MOVE SPACES TO WS-SITUACAO
            IF WS-USU-DISPONIVEL EQUAL 'S' AND
               WS-VIO-USUARIO (9 : 12) EQUAL SPACES
                MOVE WS-VIO-USUARIO TO USU-ID
                READ USUARIOS RECORD
                    KEY IS USU-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 8150-DESCREVER-PERFIL
                END-READ
            END-IF.

      ****** PERFIL E SITUACAO DO USUARIO ENCONTRADO ********************
       8150-DESCREVER-PERFIL.
            EVALUATE TRUE
                WHEN PERFIL-SUPERVISOR
                    MOVE 'SUPERVISOR' TO WS-PERFIL
                WHEN PERFIL-ALMOXARIFE
                    MOVE 'ALMOXARIFE' TO WS-PERFIL
                WHEN OTHER
                    MOVE USU-PERFIL TO WS-PERFIL
            END-EVALUATE
            IF USU-TRAVADO
                MOVE 'BLOQUEADO' TO WS-SITUACAO
            ELSE
                MOVE 'ATIVO' TO WS-SITUACAO
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.

       END PROGRAM REL-CONFLITO-FUNCOES.
