      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: EVOLUCAO DO VALOR DO ESTOQUE POR CATEGORIA, DO ULTIMO
      *          SNAPSHOT DE PRODUTOS-HIST (ANTERIOR A HOJE) ATE A
      *          VALORIZACAO DE HOJE: ABERTURA, ENTRADAS, SAIDAS AOS
      *          DEPARTAMENTOS, BAIXAS POR PERDA, AJUSTES DE
      *          CONTAGEM, DEVOLUCOES AO FORNECEDOR, MONTAGEM DE
      *          KITS, REAVALIACAO DE CUSTO E O RESIDUO NAO EXPLICADO,
      *          FECHANDO NO MESMO VALOR DO REL-VALOR-ESTOQUE (SO O
      *          ESTOQUE PROPRIO, AO CUSTO MEDIO OU AO PRECO QUANDO O
      *          CUSTO NAO EXISTE). CADA LANCAMENTO DO LIVRO POSTERIOR
      *          AO SNAPSHOT ENTRA PELO SEU CUSTO CARIMBADO, SEM A
      *          PARTE CONSIGNADA; O ESTORNO CAI NA MESMA CLASSE DO
      *          LANCAMENTO ORIGINAL. A REAVALIACAO E A DIFERENCA
      *          ENTRE O SALDO TEORICO AO CUSTO DE HOJE E O VALOR
      *          ACUMULADO PELOS LANCAMENTOS; O RESIDUO E A DIFERENCA
      *          ENTRE O SALDO REAL E O TEORICO, AO CUSTO DE HOJE.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-EVOLUCAO-VALOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY HISTSEL.
           COPY MOVSEL.
           COPY MCSSEL.
           COPY CSGSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\evolucao-estornos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETR-NUMERO
           FILE STATUS IS WS-FS-ETR.
           SELECT EVOLUCAO-PRODUTO ASSIGN TO
           'C:\ARQUIVOS\evolucao-produtos.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EVP-COD-PRODUTO
           FILE STATUS IS WS-FS-EVP.
           SELECT EVOLUCAO-CATEGORIA ASSIGN TO
           'C:\ARQUIVOS\evolucao-categorias.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EVC-CATEGORIA
           FILE STATUS IS WS-FS-EVC.
           SELECT EVOLUCAO-VALOR ASSIGN TO
           'C:\ARQUIVOS\rel-evolucao-valor.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY HISTFD.
           COPY MOVFD.
           COPY MCSFD.
           COPY CSGFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ETR-NUMERO           PIC 9(09).
           03 ETR-CLASSE           PIC X(01).

       FD EVOLUCAO-PRODUTO.
       01 REG-EVOLUCAO-PRODUTO.
           03 EVP-COD-PRODUTO      PIC 9(06).
           03 EVP-CATEGORIA        PIC X(15).
           03 EVP-QTD-TEORICA      PIC S9(11).
           03 EVP-FECHADO          PIC X(01).
           03 EVP-VALOR            PIC S9(15)V99 OCCURS 10 TIMES.

       FD EVOLUCAO-CATEGORIA.
       01 REG-EVOLUCAO-CATEGORIA.
           03 EVC-CATEGORIA        PIC X(15).
           03 EVC-PRODUTOS         PIC 9(07).
           03 EVC-VALOR            PIC S9(15)V99 OCCURS 10 TIMES.

       FD EVOLUCAO-VALOR.
       01 REG-REL-EVOLUCAO-VALOR   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-HIST           PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-MCS            PIC 99.
       77 WS-MCS-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-CSG            PIC 99.
       77 WS-CSG-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-ETR            PIC 99.
       77 WS-FS-EVP            PIC 99.
       77 WS-FS-EVC            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(07).
       77 WS-LANCAMENTOS       PIC 9(07).
       77 WS-CATEGORIAS        PIC 9(05).
       77 WS-PRODUTOS          PIC 9(07).
       77 WS-RESIDUOS          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-SNAPSHOT     PIC 9(08).
       77 WS-EVP-NOVO          PIC X(01).
       77 WS-EVC-NOVO          PIC X(01).
       77 WS-CLASSE            PIC X(01).
       77 WS-IND-CLASSE        PIC 9(02).
       77 WS-IND-VALOR         PIC 9(02).
       77 WS-QTD-CONSIGNADA    PIC 9(09).
       77 WS-QTD-PROPRIA       PIC S9(11).
       77 WS-CUSTO-USADO       PIC 9(07)V99.
       77 WS-VALOR-LANCAMENTO  PIC S9(15)V99.
       77 WS-VALOR-ACUMULADO   PIC S9(15)V99.
       77 WS-VALOR-TEORICO     PIC S9(15)V99.

      ***** POSICOES DE EVP-VALOR/EVC-VALOR/WS-TOT-VALOR **************
      *   1 ABERTURA       2 ENTRADAS      3 SAIDAS       4 BAIXAS
      *   5 AJUSTES        6 DEVOLUCOES    7 MONTAGEM     8 REAVALIACAO
      *   9 RESIDUO       10 FECHAMENTO
       01 WS-TOTAL-GERAL.
           03 WS-TOT-VALOR         PIC S9(15)V99 OCCURS 10 TIMES.

       01 WS-ROTULOS.
           03 FILLER               PIC X(40)
              VALUE 'ABERTURA (SNAPSHOT DE PRODUTOS-HIST)'.
           03 FILLER               PIC X(40)
              VALUE '(+) ENTRADAS / RECEBIMENTOS'.
           03 FILLER               PIC X(40)
              VALUE '(-) SAIDAS AOS DEPARTAMENTOS'.
           03 FILLER               PIC X(40)
              VALUE '(-) BAIXAS POR PERDA'.
           03 FILLER               PIC X(40)
              VALUE '(+/-) AJUSTES DE CONTAGEM'.
           03 FILLER               PIC X(40)
              VALUE '(-) DEVOLUCOES AO FORNECEDOR'.
           03 FILLER               PIC X(40)
              VALUE '(+/-) MONTAGEM DE KITS'.
           03 FILLER               PIC X(40)
              VALUE '(+/-) REAVALIACAO DE CUSTO'.
           03 FILLER               PIC X(40)
              VALUE '(+/-) RESIDUO NAO EXPLICADO'.
           03 FILLER               PIC X(40)
              VALUE '(=) FECHAMENTO (VALORIZACAO DE HOJE)'.
       01 WS-ROTULOS-TABELA REDEFINES WS-ROTULOS.
           03 WS-ROTULO            PIC X(40) OCCURS 10 TIMES.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(45)
              VALUE 'EVOLUCAO DO VALOR DO ESTOQUE - SNAPSHOT DE '.
           03 REL-DATA-SNAPSHOT    PIC 9(08).
           03 FILLER               PIC X(13) VALUE ' ATE HOJE EM '.
           03 REL-DATA-HOJE        PIC 9(08).
           03 FILLER               PIC X(58) VALUE SPACES.

       01 WS-LINHA-NOTA.
           03 FILLER               PIC X(44)
              VALUE 'VALORES COM O SINAL DO EFEITO NO ESTOQUE PRO'.
           03 FILLER               PIC X(23)
              VALUE 'PRIO (CONSIGNADO FORA)'.
           03 FILLER               PIC X(65) VALUE SPACES.

       01 WS-LINHA-CATEGORIA.
           03 FILLER               PIC X(11) VALUE 'CATEGORIA: '.
           03 REL-CATEGORIA        PIC X(15).
           03 FILLER               PIC X(12) VALUE '  PRODUTOS: '.
           03 REL-PRODUTOS         PIC ZZZZZZ9.
           03 FILLER               PIC X(87) VALUE SPACES.

       01 WS-LINHA-VALOR.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 REL-ROTULO           PIC X(40).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-VALOR            PIC -ZZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(67) VALUE SPACES.

       01 WS-LINHA-RESIDUO.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 REL-RES-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-RES-NOME         PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-RES-CATEGORIA    PIC X(15).
           03 FILLER               PIC X(15) VALUE '  QTD TEORICA: '.
           03 REL-RES-QTD-TEORICA  PIC -ZZZZZZZZZ9.
           03 FILLER               PIC X(10) VALUE '  RESIDUO '.
           03 REL-RES-VALOR        PIC -ZZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(29) VALUE SPACES.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "------ EVOLUCAO DO VALOR DO ESTOQUE ------"
            MOVE 'REL-EVOLUCAO-VALOR' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-LANCAMENTOS
            INITIALIZE WS-CATEGORIAS
            INITIALIZE WS-PRODUTOS
            INITIALIZE WS-RESIDUOS
            INITIALIZE WS-TOTAL-GERAL

            OPEN OUTPUT EVOLUCAO-VALOR
            PERFORM 0400-LOCALIZAR-SNAPSHOT
            IF WS-DATA-SNAPSHOT EQUAL ZEROS
                MOVE SPACES TO REG-REL-EVOLUCAO-VALOR
                MOVE 'NENHUM SNAPSHOT EM PRODUTOS-HIST ANTERIOR A HOJE,
      -             'SEM ABERTURA PARA A EVOLUCAO' TO
                    REG-REL-EVOLUCAO-VALOR
                WRITE REG-REL-EVOLUCAO-VALOR
                DISPLAY 'NENHUM SNAPSHOT ANTERIOR A HOJE'
                CLOSE EVOLUCAO-VALOR
                MOVE 'REL-EVOLUCAO-VALOR' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\rel-evolucao-valor.txt'
                    TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                MOVE 'FIM' TO WS-RUN-EVENTO
                MOVE '00' TO WS-RUN-STATUS
                PERFORM 9850-GRAVAR-EXECUCAO
                GOBACK
            END-IF

            OPEN INPUT PRODUTOS
            OPEN INPUT MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS EQUAL ZEROS
                MOVE 'S' TO WS-MCS-DISPONIVEL
            END-IF
            OPEN INPUT CONSIGNACAO
            IF WS-FS-CSG EQUAL ZEROS
                MOVE 'S' TO WS-CSG-DISPONIVEL
            END-IF
            OPEN OUTPUT EVOLUCAO-PRODUTO
            CLOSE EVOLUCAO-PRODUTO
            OPEN I-O EVOLUCAO-PRODUTO
            OPEN OUTPUT EVOLUCAO-CATEGORIA
            CLOSE EVOLUCAO-CATEGORIA
            OPEN I-O EVOLUCAO-CATEGORIA

            PERFORM 1000-CARREGAR-ABERTURA
            PERFORM 0600-MAPEAR-ESTORNOS
            PERFORM 2000-LANCAR-MOVIMENTOS
            PERFORM 3000-FECHAR-PRODUTOS
            PERFORM 3500-FECHAR-EXCLUIDOS

            MOVE WS-DATA-SNAPSHOT TO REL-DATA-SNAPSHOT
            MOVE WS-DATA-HOJE TO REL-DATA-HOJE
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-TITULO
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-NOTA
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-SEPARADOR
            PERFORM 5000-IMPRIMIR-CATEGORIAS
            PERFORM 5500-IMPRIMIR-TOTAL-GERAL
            PERFORM 6000-IMPRIMIR-RESIDUOS

            CLOSE EVOLUCAO-VALOR
            MOVE 'REL-EVOLUCAO-VALOR' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-evolucao-valor.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE EVOLUCAO-CATEGORIA
            CLOSE EVOLUCAO-PRODUTO
            CLOSE ESTORNOS-TRABALHO
            IF WS-CSG-DISPONIVEL EQUAL 'S'
                CLOSE CONSIGNACAO
            END-IF
            IF WS-MCS-DISPONIVEL EQUAL 'S'
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF
            CLOSE PRODUTOS

            DISPLAY ' '
            DISPLAY 'SNAPSHOT DE ABERTURA: ' WS-DATA-SNAPSHOT
            DISPLAY 'LANCAMENTOS LIDOS: ' WS-CONTADOR
            DISPLAY 'LANCAMENTOS DO PERIODO: ' WS-LANCAMENTOS
            DISPLAY 'CATEGORIAS: ' WS-CATEGORIAS
            DISPLAY 'PRODUTOS COM RESIDUO: ' WS-RESIDUOS
            DISPLAY 'FECHAMENTO: ' WS-TOT-VALOR (10)
            DISPLAY 'RELATORIO GRAVADO: rel-evolucao-valor.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-CATEGORIAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** ULTIMO SNAPSHOT DE PRODUTOS-HIST ANTERIOR A HOJE ***********
       0400-LOCALIZAR-SNAPSHOT.
            MOVE ZEROS TO WS-DATA-SNAPSHOT
            OPEN INPUT PRODUTOS-HIST
            IF WS-FS-HIST EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS-HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HIST-DATA-SNAPSHOT < WS-DATA-HOJE AND
                          HIST-DATA-SNAPSHOT > WS-DATA-SNAPSHOT
                           MOVE HIST-DATA-SNAPSHOT TO WS-DATA-SNAPSHOT
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS-HIST
            END-IF.

      ****** ESTORNOS: GUARDA O NUMERO DO LANCAMENTO ESTORNADO **********
       0600-MAPEAR-ESTORNOS.
            OPEN OUTPUT ESTORNOS-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            OPEN I-O ESTORNOS-TRABALHO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                           MOVE MOV-ESTORNO-DE TO ETR-NUMERO
                           MOVE SPACE TO ETR-CLASSE
                           WRITE REG-ESTORNO-TRABALHO
                              INVALID KEY
                                  CONTINUE
                           END-WRITE
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** ABERTURA: ESTOQUE PROPRIO DO SNAPSHOT AO CUSTO DE ENTAO ****
       1000-CARREGAR-ABERTURA.
            OPEN INPUT PRODUTOS-HIST
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS-HIST NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF HIST-DATA-SNAPSHOT EQUAL WS-DATA-SNAPSHOT
                       PERFORM 1100-ABRIR-PRODUTO
                   END-IF
               END-READ
            END-PERFORM
            CLOSE PRODUTOS-HIST.

      ****** UM PRODUTO DO SNAPSHOT NO ARQUIVO DE TRABALHO **************
       1100-ABRIR-PRODUTO.
            MOVE HIST-COD-PRODUTO TO EVP-COD-PRODUTO
            PERFORM 8300-LER-PRODUTO
            IF HIST-CATEGORIA-PRODUTO EQUAL SPACES
                MOVE '(SEM CATEGORIA)' TO EVP-CATEGORIA
            ELSE
                MOVE HIST-CATEGORIA-PRODUTO TO EVP-CATEGORIA
            END-IF
            IF HIST-CUSTO-MEDIO EQUAL ZERO
                MOVE HIST-PRECO-PRODUTO TO WS-CUSTO-USADO
            ELSE
                MOVE HIST-CUSTO-MEDIO TO WS-CUSTO-USADO
            END-IF
            IF HIST-QTD-CONSIGNADA > HIST-ESTOQUE-PRODUTO
                MOVE ZERO TO EVP-QTD-TEORICA
            ELSE
                COMPUTE EVP-QTD-TEORICA =
                    HIST-ESTOQUE-PRODUTO - HIST-QTD-CONSIGNADA
            END-IF
            COMPUTE EVP-VALOR (1) = EVP-QTD-TEORICA * WS-CUSTO-USADO
            PERFORM 8400-GRAVAR-PRODUTO.

      ****** LANCAMENTOS DO LIVRO POSTERIORES AO SNAPSHOT ***************
       2000-LANCAR-MOVIMENTOS.
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
                       PERFORM 2050-GUARDAR-CLASSE-ORIGINAL
                       IF MOV-DATA > WS-DATA-SNAPSHOT AND
                          NOT MOV-AJUSTE-CUSTO
                           PERFORM 2100-LANCAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** LANCAMENTO QUE FOI ESTORNADO: GUARDA A CLASSE DELE *********
       2050-GUARDAR-CLASSE-ORIGINAL.
            MOVE MOV-NUMERO TO ETR-NUMERO
            READ ESTORNOS-TRABALHO RECORD
                KEY IS ETR-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 2200-CLASSIFICAR-PROPRIO
                    MOVE WS-CLASSE TO ETR-CLASSE
                    REWRITE REG-ESTORNO-TRABALHO
                    END-REWRITE
            END-READ.

      ****** UM LANCAMENTO: CLASSE, PARTE PROPRIA E VALOR ***************
       2100-LANCAR-MOVIMENTO.
            ADD 1 TO WS-LANCAMENTOS
            IF MOV-ESTORNO-DE EQUAL ZEROS
                PERFORM 2200-CLASSIFICAR-PROPRIO
            ELSE
                PERFORM 2300-CLASSIFICAR-ESTORNO
            END-IF
            EVALUATE WS-CLASSE
                WHEN 'E'
                    MOVE 2 TO WS-IND-CLASSE
                WHEN 'S'
                    MOVE 3 TO WS-IND-CLASSE
                WHEN 'B'
                    MOVE 4 TO WS-IND-CLASSE
                WHEN 'A'
                    MOVE 5 TO WS-IND-CLASSE
                WHEN 'D'
                    MOVE 6 TO WS-IND-CLASSE
                WHEN OTHER
                    MOVE 7 TO WS-IND-CLASSE
            END-EVALUATE
            PERFORM 2400-SEPARAR-CONSIGNADO
            IF MOV-REDUZ-SALDO
                COMPUTE WS-QTD-PROPRIA =
                    0 - MOV-QUANTIDADE + WS-QTD-CONSIGNADA
            ELSE
                COMPUTE WS-QTD-PROPRIA =
                    MOV-QUANTIDADE - WS-QTD-CONSIGNADA
            END-IF
            MOVE MOV-COD-PRODUTO TO EVP-COD-PRODUTO
            PERFORM 8300-LER-PRODUTO
            IF MOV-CUSTO-UNIT EQUAL ZERO
                PERFORM 8200-CUSTO-ATUAL
            ELSE
                MOVE MOV-CUSTO-UNIT TO WS-CUSTO-USADO
            END-IF
            COMPUTE WS-VALOR-LANCAMENTO =
                WS-QTD-PROPRIA * WS-CUSTO-USADO
            ADD WS-QTD-PROPRIA TO EVP-QTD-TEORICA
            ADD WS-VALOR-LANCAMENTO TO EVP-VALOR (WS-IND-CLASSE)
            PERFORM 8400-GRAVAR-PRODUTO.

      ****** CLASSE DO LANCAMENTO PELOS PROPRIOS CAMPOS *****************
       2200-CLASSIFICAR-PROPRIO.
            EVALUATE TRUE
                WHEN MOV-CONJUNTO NOT EQUAL ZEROS
                    MOVE 'M' TO WS-CLASSE
                WHEN MOV-MOTIVO-AJUSTE
                    MOVE 'A' TO WS-CLASSE
                WHEN MOV-MOTIVO-BAIXA
                    MOVE 'B' TO WS-CLASSE
                WHEN MOV-ENTRADA
                    MOVE 'E' TO WS-CLASSE
                WHEN MOV-DEVOLUCAO
                    MOVE 'D' TO WS-CLASSE
                WHEN MOV-DEVOLUCAO-DEPTO
                    MOVE 'S' TO WS-CLASSE
                WHEN MOV-DESTINO EQUAL SPACES
                    MOVE 'B' TO WS-CLASSE
                WHEN OTHER
                    MOVE 'S' TO WS-CLASSE
            END-EVALUATE.

      ****** ESTORNO: A CLASSE DO ORIGINAL (OU A INVERSA DO PROPRIO) ****
       2300-CLASSIFICAR-ESTORNO.
            MOVE MOV-ESTORNO-DE TO ETR-NUMERO
            READ ESTORNOS-TRABALHO RECORD
                KEY IS ETR-NUMERO
                INVALID KEY
                    MOVE SPACE TO ETR-CLASSE
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF ETR-CLASSE NOT EQUAL SPACE
                MOVE ETR-CLASSE TO WS-CLASSE
            ELSE
                EVALUATE TRUE
                    WHEN MOV-MOTIVO-AJUSTE
                        MOVE 'A' TO WS-CLASSE
                    WHEN MOV-MOTIVO-BAIXA
                        MOVE 'B' TO WS-CLASSE
                    WHEN MOV-ENTRADA
                        MOVE 'S' TO WS-CLASSE
                    WHEN OTHER
                        MOVE 'E' TO WS-CLASSE
                END-EVALUATE
            END-IF.

      ****** PARTE CONSIGNADA DO LANCAMENTO (FICA FORA DO VALOR) ********
       2400-SEPARAR-CONSIGNADO.
            MOVE ZEROS TO WS-QTD-CONSIGNADA
            IF WS-MCS-DISPONIVEL EQUAL 'S'
                MOVE MOV-NUMERO TO MCS-MOV-NUMERO
                READ MOVIMENTO-CONSIGNADO RECORD
                    KEY IS MCS-MOV-NUMERO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MCS-QUANTIDADE > MOV-QUANTIDADE
                            MOVE MOV-QUANTIDADE TO WS-QTD-CONSIGNADA
                        ELSE
                            MOVE MCS-QUANTIDADE TO WS-QTD-CONSIGNADA
                        END-IF
                END-READ
            END-IF.

      ****** FECHAMENTO: REAVALIACAO E RESIDUO DE CADA PRODUTO **********
       3000-FECHAR-PRODUTOS.
            MOVE ZEROS TO COD-PRODUTO
            START PRODUTOS KEY IS NOT LESS THAN COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS NEXT RECORD INTO WS-PRODUTO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM 3100-FECHAR-PRODUTO
               END-READ
            END-PERFORM.

      ****** UM PRODUTO: SALDO REAL X TEORICO AO CUSTO DE HOJE **********
       3100-FECHAR-PRODUTO.
            MOVE WS-COD-PRODUTO TO EVP-COD-PRODUTO
            PERFORM 8300-LER-PRODUTO
            IF WS-CATEGORIA-PRODUTO EQUAL SPACES
                MOVE '(SEM CATEGORIA)' TO EVP-CATEGORIA
            ELSE
                MOVE WS-CATEGORIA-PRODUTO TO EVP-CATEGORIA
            END-IF
            IF WS-CUSTO-MEDIO EQUAL ZERO
                MOVE WS-PRECO-PRODUTO TO WS-CUSTO-USADO
            ELSE
                MOVE WS-CUSTO-MEDIO TO WS-CUSTO-USADO
            END-IF
            MOVE ZEROS TO WS-QTD-CONSIGNADA
            IF WS-CSG-DISPONIVEL EQUAL 'S'
                MOVE WS-COD-PRODUTO TO CSG-COD-PRODUTO
                READ CONSIGNACAO RECORD
                    KEY IS CSG-COD-PRODUTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CSG-SALDO > WS-ESTOQUE-PRODUTO
                            MOVE WS-ESTOQUE-PRODUTO TO
                                WS-QTD-CONSIGNADA
                        ELSE
                            MOVE CSG-SALDO TO WS-QTD-CONSIGNADA
                        END-IF
                END-READ
            END-IF
            COMPUTE WS-QTD-PROPRIA =
                WS-ESTOQUE-PRODUTO - WS-QTD-CONSIGNADA
            COMPUTE EVP-VALOR (10) = WS-QTD-PROPRIA * WS-CUSTO-USADO
            COMPUTE WS-VALOR-TEORICO = EVP-QTD-TEORICA * WS-CUSTO-USADO
            PERFORM 8100-SOMAR-ACUMULADO
            COMPUTE EVP-VALOR (8) =
                WS-VALOR-TEORICO - WS-VALOR-ACUMULADO
            COMPUTE EVP-VALOR (9) = EVP-VALOR (10) - WS-VALOR-TEORICO
            MOVE 'S' TO EVP-FECHADO
            PERFORM 8400-GRAVAR-PRODUTO
            PERFORM 4000-SOMAR-CATEGORIA.

      ****** PRODUTO QUE SAIU DO CADASTRO: FECHA EM ZERO ****************
       3500-FECHAR-EXCLUIDOS.
            MOVE ZEROS TO EVP-COD-PRODUTO
            START EVOLUCAO-PRODUTO KEY IS NOT LESS THAN EVP-COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ EVOLUCAO-PRODUTO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF EVP-FECHADO NOT EQUAL 'S'
                       PERFORM 8100-SOMAR-ACUMULADO
                       MOVE ZEROS TO EVP-VALOR (8)
                       COMPUTE EVP-VALOR (9) = 0 - WS-VALOR-ACUMULADO
                       MOVE ZEROS TO EVP-VALOR (10)
                       MOVE 'S' TO EVP-FECHADO
                       REWRITE REG-EVOLUCAO-PRODUTO
                       END-REWRITE
                       PERFORM 4000-SOMAR-CATEGORIA
                   END-IF
               END-READ
            END-PERFORM.

      ****** SOMA O PRODUTO NA SUA CATEGORIA E NO TOTAL GERAL ***********
       4000-SOMAR-CATEGORIA.
            MOVE EVP-CATEGORIA TO EVC-CATEGORIA
            READ EVOLUCAO-CATEGORIA RECORD
                KEY IS EVC-CATEGORIA
                INVALID KEY
                    MOVE 'S' TO WS-EVC-NOVO
                    INITIALIZE EVC-PRODUTOS
                    PERFORM VARYING WS-IND-VALOR FROM 1 BY 1
                            UNTIL WS-IND-VALOR > 10
                        MOVE ZEROS TO EVC-VALOR (WS-IND-VALOR)
                    END-PERFORM
                NOT INVALID KEY
                    MOVE 'N' TO WS-EVC-NOVO
            END-READ
            ADD 1 TO EVC-PRODUTOS
            ADD 1 TO WS-PRODUTOS
            PERFORM VARYING WS-IND-VALOR FROM 1 BY 1
                    UNTIL WS-IND-VALOR > 10
                ADD EVP-VALOR (WS-IND-VALOR) TO
                    EVC-VALOR (WS-IND-VALOR)
                ADD EVP-VALOR (WS-IND-VALOR) TO
                    WS-TOT-VALOR (WS-IND-VALOR)
            END-PERFORM
            IF WS-EVC-NOVO EQUAL 'S'
                WRITE REG-EVOLUCAO-CATEGORIA
                END-WRITE
            ELSE
                REWRITE REG-EVOLUCAO-CATEGORIA
                END-REWRITE
            END-IF.

      ****** UM BLOCO DE PROVA POR CATEGORIA ****************************
       5000-IMPRIMIR-CATEGORIAS.
            MOVE LOW-VALUES TO EVC-CATEGORIA
            START EVOLUCAO-CATEGORIA KEY IS NOT LESS THAN EVC-CATEGORIA
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ EVOLUCAO-CATEGORIA NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CATEGORIAS
                   MOVE EVC-CATEGORIA TO REL-CATEGORIA
                   MOVE EVC-PRODUTOS TO REL-PRODUTOS
                   WRITE REG-REL-EVOLUCAO-VALOR FROM
                       WS-LINHA-CATEGORIA
                   PERFORM VARYING WS-IND-VALOR FROM 1 BY 1
                           UNTIL WS-IND-VALOR > 10
                       MOVE WS-ROTULO (WS-IND-VALOR) TO REL-ROTULO
                       MOVE EVC-VALOR (WS-IND-VALOR) TO REL-VALOR
                       WRITE REG-REL-EVOLUCAO-VALOR FROM
                           WS-LINHA-VALOR
                   END-PERFORM
                   WRITE REG-REL-EVOLUCAO-VALOR FROM
                       WS-LINHA-SEPARADOR
               END-READ
            END-PERFORM
            IF WS-CATEGORIAS EQUAL ZERO
                MOVE SPACES TO REG-REL-EVOLUCAO-VALOR
                MOVE 'NENHUM PRODUTO NO SNAPSHOT NEM NO CADASTRO' TO
                    REG-REL-EVOLUCAO-VALOR
                WRITE REG-REL-EVOLUCAO-VALOR
            END-IF.

      ****** BLOCO DE PROVA DO ESTOQUE INTEIRO **************************
       5500-IMPRIMIR-TOTAL-GERAL.
            MOVE 'TOTAL GERAL' TO REL-CATEGORIA
            MOVE WS-PRODUTOS TO REL-PRODUTOS
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-CATEGORIA
            PERFORM VARYING WS-IND-VALOR FROM 1 BY 1
                    UNTIL WS-IND-VALOR > 10
                MOVE WS-ROTULO (WS-IND-VALOR) TO REL-ROTULO
                MOVE WS-TOT-VALOR (WS-IND-VALOR) TO REL-VALOR
                WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-VALOR
            END-PERFORM.

      ****** PRODUTOS QUE COMPOEM O RESIDUO NAO EXPLICADO ***************
       6000-IMPRIMIR-RESIDUOS.
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-SEPARADOR
            MOVE SPACES TO REG-REL-EVOLUCAO-VALOR
            MOVE 'PRODUTOS COM RESIDUO NAO EXPLICADO (SALDO REAL DIFEREN
      -         'TE DO SALDO DOS LANCAMENTOS)' TO REG-REL-EVOLUCAO-VALOR
            WRITE REG-REL-EVOLUCAO-VALOR
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-SEPARADOR
            MOVE ZEROS TO EVP-COD-PRODUTO
            START EVOLUCAO-PRODUTO KEY IS NOT LESS THAN EVP-COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ EVOLUCAO-PRODUTO NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF EVP-VALOR (9) NOT EQUAL ZERO
                       PERFORM 6100-IMPRIMIR-RESIDUO
                   END-IF
               END-READ
            END-PERFORM
            IF WS-RESIDUOS EQUAL ZERO
                MOVE SPACES TO REG-REL-EVOLUCAO-VALOR
                MOVE 'NENHUM - O LIVRO EXPLICA TODO O SALDO' TO
                    REG-REL-EVOLUCAO-VALOR
                WRITE REG-REL-EVOLUCAO-VALOR
            END-IF.

      ****** LINHA DE UM PRODUTO COM RESIDUO ****************************
       6100-IMPRIMIR-RESIDUO.
            ADD 1 TO WS-RESIDUOS
            MOVE EVP-COD-PRODUTO TO REL-RES-PRODUTO
            MOVE EVP-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE '(EXCLUIDO)' TO WS-NOME-PRODUTO
                NOT INVALID KEY
                    CONTINUE
            END-READ
            MOVE WS-NOME-PRODUTO TO REL-RES-NOME
            MOVE EVP-CATEGORIA TO REL-RES-CATEGORIA
            MOVE EVP-QTD-TEORICA TO REL-RES-QTD-TEORICA
            MOVE EVP-VALOR (9) TO REL-RES-VALOR
            WRITE REG-REL-EVOLUCAO-VALOR FROM WS-LINHA-RESIDUO.

      ****** VALOR DA ABERTURA MAIS OS LANCAMENTOS DO PRODUTO ***********
       8100-SOMAR-ACUMULADO.
            MOVE ZEROS TO WS-VALOR-ACUMULADO
            PERFORM VARYING WS-IND-VALOR FROM 1 BY 1
                    UNTIL WS-IND-VALOR > 7
                ADD EVP-VALOR (WS-IND-VALOR) TO WS-VALOR-ACUMULADO
            END-PERFORM.

      ****** CUSTO DE HOJE DO PRODUTO (LANCAMENTO SEM CUSTO CARIMBADO) **
       8200-CUSTO-ATUAL.
            MOVE MOV-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE ZEROS TO WS-CUSTO-USADO
                NOT INVALID KEY
                    IF WS-CUSTO-MEDIO EQUAL ZERO
                        MOVE WS-PRECO-PRODUTO TO WS-CUSTO-USADO
                    ELSE
                        MOVE WS-CUSTO-MEDIO TO WS-CUSTO-USADO
                    END-IF
            END-READ.

      ****** LE O PRODUTO DE TRABALHO, OU COMECA UM ZERADO **************
       8300-LER-PRODUTO.
            READ EVOLUCAO-PRODUTO RECORD
                KEY IS EVP-COD-PRODUTO
                INVALID KEY
                    MOVE 'S' TO WS-EVP-NOVO
                    MOVE '(SEM CATEGORIA)' TO EVP-CATEGORIA
                    MOVE ZEROS TO EVP-QTD-TEORICA
                    MOVE 'N' TO EVP-FECHADO
                    PERFORM VARYING WS-IND-VALOR FROM 1 BY 1
                            UNTIL WS-IND-VALOR > 10
                        MOVE ZEROS TO EVP-VALOR (WS-IND-VALOR)
                    END-PERFORM
                NOT INVALID KEY
                    MOVE 'N' TO WS-EVP-NOVO
            END-READ.

      ****** GRAVA OU REGRAVA O PRODUTO DE TRABALHO *********************
       8400-GRAVAR-PRODUTO.
            IF WS-EVP-NOVO EQUAL 'S'
                WRITE REG-EVOLUCAO-PRODUTO
                END-WRITE
            ELSE
                REWRITE REG-EVOLUCAO-PRODUTO
                END-REWRITE
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-EVOLUCAO-VALOR.
