      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: COMPARA A PREVISAO DE CONSUMO (PREVISAO-DEMANDA) COM
      *          O CONSUMO APURADO (CONSUMO-MENSAL) NOS 12 MESES QUE
      *          TERMINAM NO MES FECHADO (CONSUMO_MES, PADRAO O MES
      *          CORRENTE), POR PRODUTO: MESES COMPARADOS, PREVISTO,
      *          REAL, DIFERENCA E O ERRO PERCENTUAL (SOMA DOS ERROS
      *          ABSOLUTOS MES A MES SOBRE O REAL). PRODUTO ACIMA DO
      *          ERRO ACEITO (PREVISAO_ERRO_MAX, PADRAO 30%) SAI
      *          MARCADO. NO FIM, O MESMO CONFRONTO MES A MES PARA
      *          TODOS OS PRODUTOS. SO ENTRAM OS MESES QUE TIVERAM
      *          PREVISAO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-PREVISAO-REAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY CNMSEL.
           COPY PRVSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT PREVISAO-REAL ASSIGN TO
           'C:\ARQUIVOS\rel-previsao-real.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY CNMFD.
           COPY PRVFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD PREVISAO-REAL.
       01 REG-REL-PREVISAO-REAL    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-CNM            PIC 99.
       77 WS-CNM-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-PRV            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-COMPARADOS        PIC 9(05).
       77 WS-FORA-TOLERANCIA   PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-TXT           PIC X(06).
       77 WS-MES-FECHADO       PIC 9(06).
       77 WS-MES-SERIAL        PIC 9(06).
       77 WS-SERIAL-FECHADO    PIC 9(06).
       77 WS-IND-MES           PIC 9(02).
       77 WS-ERRO-TXT          PIC X(05).
       77 WS-ERRO-LEN          PIC 9(02).
       77 WS-ERRO-MAXIMO       PIC 9(03) VALUE 30.
       77 WS-MESES-PRODUTO     PIC 9(02).
       77 WS-PREV-PRODUTO      PIC 9(11).
       77 WS-REAL-PRODUTO      PIC 9(11).
       77 WS-ERRO-ABS-PRODUTO  PIC 9(11).
       77 WS-REAL-MES          PIC 9(09).
       77 WS-ERRO-MES          PIC 9(09).
       77 WS-DIFERENCA         PIC S9(11).
       77 WS-ERRO-PCT          PIC 9(07).
       77 WS-PREV-GERAL        PIC 9(13).
       77 WS-REAL-GERAL        PIC 9(13).
       77 WS-ERRO-ABS-GERAL    PIC 9(13).

       01 WS-ANO-MES               PIC 9(06).
       01 WS-ANO-MES-PARTES REDEFINES WS-ANO-MES.
           03 WS-AM-ANO            PIC 9(04).
           03 WS-AM-MES            PIC 9(02).

       01 WS-MESES-COMPARADOS.
           03 WS-CMP OCCURS 12 TIMES.
               05 WS-CMP-ANO-MES       PIC 9(06).
               05 WS-CMP-PRODUTOS      PIC 9(05).
               05 WS-CMP-PREVISTO      PIC 9(13).
               05 WS-CMP-REAL          PIC 9(13).
               05 WS-CMP-ERRO-ABS      PIC 9(13).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(48)
              VALUE 'PREVISTO X REAL DE CONSUMO - 12 MESES ATE O MES '.
           03 REL-MES-FECHADO      PIC 9(06).
           03 FILLER               PIC X(16)
              VALUE ' - ERRO ACEITO '.
           03 REL-ERRO-MAXIMO      PIC ZZ9.
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(58) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(28) VALUE 'CODIGO PRODUTO'.
           03 FILLER               PIC X(03) VALUE 'MES'.
           03 FILLER               PIC X(12) VALUE '    PREVISTO'.
           03 FILLER               PIC X(12) VALUE '        REAL'.
           03 FILLER               PIC X(13) VALUE '    DIFERENCA'.
           03 FILLER               PIC X(09) VALUE '  ERRO'.
           03 FILLER               PIC X(55) VALUE 'AVALIACAO'.

       01 WS-LINHA-PRODUTO.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-MESES            PIC ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-PREVISTO         PIC ZZZZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-REAL             PIC ZZZZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-DIFERENCA        PIC -ZZZZZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-ERRO             PIC X(04).
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-AVALIACAO        PIC X(30).
           03 FILLER               PIC X(25) VALUE SPACES.

       01 WS-LINHA-MES.
           03 FILLER               PIC X(04) VALUE 'MES '.
           03 REL-MES-ANO          PIC 9(04).
           03 FILLER               PIC X(01) VALUE '/'.
           03 REL-MES-NUM          PIC 9(02).
           03 FILLER               PIC X(11) VALUE ' PRODUTOS: '.
           03 REL-MES-PRODUTOS     PIC ZZZZ9.
           03 FILLER               PIC X(12) VALUE '  PREVISTO: '.
           03 REL-MES-PREVISTO     PIC ZZZZZZZZZZZZ9.
           03 FILLER               PIC X(08) VALUE '  REAL: '.
           03 REL-MES-REAL         PIC ZZZZZZZZZZZZ9.
           03 FILLER               PIC X(14) VALUE '  ERRO ABS.: '.
           03 REL-MES-ERRO-ABS     PIC ZZZZZZZZZZZZ9.
           03 FILLER               PIC X(09) VALUE '  ERRO: '.
           03 REL-MES-ERRO         PIC X(04).
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(18) VALUE SPACES.

       01 WS-ERRO-EDITADO          PIC ZZZ9.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- PREVISTO X REAL DE CONSUMO ---------"
            MOVE 'REL-PREVISAO-REAL' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-COMPARADOS
            INITIALIZE WS-FORA-TOLERANCIA
            PERFORM 0400-OBTER-PARAMETROS
            PERFORM 0500-MONTAR-MESES

            OPEN INPUT PREVISAO-DEMANDA
            IF WS-FS-PRV NOT EQUAL ZEROS
                DISPLAY 'NENHUMA PREVISAO DE CONSUMO GERADA AINDA'
                MOVE 'FIM' TO WS-RUN-EVENTO
                PERFORM 9850-GRAVAR-EXECUCAO
                GOBACK
            END-IF
            OPEN INPUT CONSUMO-MENSAL
            IF WS-FS-CNM EQUAL ZEROS
                MOVE 'S' TO WS-CNM-DISPONIVEL
            END-IF
            OPEN INPUT PRODUTOS
            OPEN OUTPUT PREVISAO-REAL
            MOVE WS-MES-FECHADO TO REL-MES-FECHADO
            MOVE WS-ERRO-MAXIMO TO REL-ERRO-MAXIMO
            WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-TITULO
            WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-SEPARADOR
            WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-CABECALHO
            WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-SEPARADOR

            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS INTO WS-PRODUTO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CONTADOR
                   PERFORM 2000-COMPARAR-PRODUTO
               END-READ
            END-PERFORM
            PERFORM 3000-RESUMO-MENSAL

            CLOSE PREVISAO-REAL
            MOVE 'REL-PREVISAO-REAL' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-previsao-real.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-FECHADO DELIMITED BY SIZE
                ' ERRO-MAXIMO=' DELIMITED BY SIZE
                WS-ERRO-MAXIMO DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE PRODUTOS
            IF WS-CNM-DISPONIVEL EQUAL 'S'
                CLOSE CONSUMO-MENSAL
            END-IF
            CLOSE PREVISAO-DEMANDA

            DISPLAY ' '
            DISPLAY 'PRODUTOS LIDOS: ' WS-CONTADOR
            DISPLAY 'PRODUTOS COM PREVISAO COMPARADA: ' WS-COMPARADOS
            DISPLAY 'ACIMA DO ERRO ACEITO: ' WS-FORA-TOLERANCIA
            DISPLAY 'RELATORIO GRAVADO: rel-previsao-real.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-COMPARADOS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES FECHADO E ERRO ACEITO VINDOS DO AMBIENTE ***************
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-FECHADO
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'CONSUMO_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-FECHADO
            END-IF
            MOVE SPACES TO WS-ERRO-TXT
            MOVE 'PREVISAO_ERRO_MAX' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-ERRO-TXT
            INITIALIZE WS-ERRO-LEN
            INSPECT WS-ERRO-TXT TALLYING WS-ERRO-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-ERRO-LEN > ZERO AND WS-ERRO-LEN < 4 AND
               WS-ERRO-TXT (1 : WS-ERRO-LEN) IS NUMERIC
                MOVE WS-ERRO-TXT (1 : WS-ERRO-LEN) TO WS-ERRO-MAXIMO
            END-IF
            IF WS-ERRO-MAXIMO EQUAL ZERO
                MOVE 30 TO WS-ERRO-MAXIMO
            END-IF.

      ****** OS 12 MESES COMPARADOS, DO MAIS ANTIGO AO FECHADO **********
       0500-MONTAR-MESES.
            INITIALIZE WS-MESES-COMPARADOS
            MOVE WS-MES-FECHADO TO WS-ANO-MES
            COMPUTE WS-SERIAL-FECHADO = WS-AM-ANO * 12 + WS-AM-MES - 1
            PERFORM VARYING WS-IND-MES FROM 1 BY 1
                    UNTIL WS-IND-MES > 12
                COMPUTE WS-MES-SERIAL =
                    WS-SERIAL-FECHADO - 12 + WS-IND-MES
                DIVIDE WS-MES-SERIAL BY 12 GIVING WS-AM-ANO
                    REMAINDER WS-AM-MES
                ADD 1 TO WS-AM-MES
                MOVE WS-ANO-MES TO WS-CMP-ANO-MES (WS-IND-MES)
            END-PERFORM.

      ****** PREVISTO E REAL DO PRODUTO NOS MESES COM PREVISAO **********
       2000-COMPARAR-PRODUTO.
            MOVE ZERO TO WS-MESES-PRODUTO
            MOVE ZERO TO WS-PREV-PRODUTO
            MOVE ZERO TO WS-REAL-PRODUTO
            MOVE ZERO TO WS-ERRO-ABS-PRODUTO
            PERFORM VARYING WS-IND-MES FROM 1 BY 1
                    UNTIL WS-IND-MES > 12
                MOVE WS-COD-PRODUTO TO PRV-COD-PRODUTO
                MOVE WS-CMP-ANO-MES (WS-IND-MES) TO PRV-ANO-MES
                READ PREVISAO-DEMANDA RECORD
                    KEY IS PRV-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 2100-COMPARAR-MES
                END-READ
            END-PERFORM
            IF WS-MESES-PRODUTO > ZERO
                ADD 1 TO WS-COMPARADOS
                PERFORM 2200-IMPRIMIR-PRODUTO
            END-IF.

      ****** UM MES DO PRODUTO: CONSUMO APURADO CONTRA O PREVISTO *******
       2100-COMPARAR-MES.
            MOVE ZERO TO WS-REAL-MES
            IF WS-CNM-DISPONIVEL EQUAL 'S'
                MOVE PRV-COD-PRODUTO TO CNM-COD-PRODUTO
                MOVE PRV-ANO-MES TO CNM-ANO-MES
                READ CONSUMO-MENSAL RECORD
                    KEY IS CNM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CNM-CONSUMO TO WS-REAL-MES
                END-READ
            END-IF
            IF WS-REAL-MES > PRV-QUANTIDADE
                COMPUTE WS-ERRO-MES = WS-REAL-MES - PRV-QUANTIDADE
            ELSE
                COMPUTE WS-ERRO-MES = PRV-QUANTIDADE - WS-REAL-MES
            END-IF
            ADD 1 TO WS-MESES-PRODUTO
            ADD PRV-QUANTIDADE TO WS-PREV-PRODUTO
            ADD WS-REAL-MES TO WS-REAL-PRODUTO
            ADD WS-ERRO-MES TO WS-ERRO-ABS-PRODUTO
            ADD 1 TO WS-CMP-PRODUTOS (WS-IND-MES)
            ADD PRV-QUANTIDADE TO WS-CMP-PREVISTO (WS-IND-MES)
            ADD WS-REAL-MES TO WS-CMP-REAL (WS-IND-MES)
            ADD WS-ERRO-MES TO WS-CMP-ERRO-ABS (WS-IND-MES).

      ****** LINHA DO PRODUTO COM O ERRO E A AVALIACAO ******************
       2200-IMPRIMIR-PRODUTO.
            MOVE WS-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO REL-NOME-PRODUTO
            MOVE WS-MESES-PRODUTO TO REL-MESES
            MOVE WS-PREV-PRODUTO TO REL-PREVISTO
            MOVE WS-REAL-PRODUTO TO REL-REAL
            COMPUTE WS-DIFERENCA = WS-REAL-PRODUTO - WS-PREV-PRODUTO
            MOVE WS-DIFERENCA TO REL-DIFERENCA
            MOVE SPACES TO REL-AVALIACAO
            IF WS-REAL-PRODUTO EQUAL ZERO
                IF WS-ERRO-ABS-PRODUTO EQUAL ZERO
                    MOVE '   0' TO REL-ERRO
                ELSE
                    MOVE ' ***' TO REL-ERRO
                    MOVE '** PREVISTO SEM CONSUMO **' TO REL-AVALIACAO
                    ADD 1 TO WS-FORA-TOLERANCIA
                END-IF
            ELSE
                COMPUTE WS-ERRO-PCT ROUNDED =
                    WS-ERRO-ABS-PRODUTO * 100 / WS-REAL-PRODUTO
                PERFORM 2900-EDITAR-ERRO
                MOVE WS-ERRO-EDITADO TO REL-ERRO
                IF WS-ERRO-PCT > WS-ERRO-MAXIMO
                    MOVE '** ACIMA DO ERRO ACEITO **' TO REL-AVALIACAO
                    ADD 1 TO WS-FORA-TOLERANCIA
                END-IF
            END-IF
            WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-PRODUTO.

      ****** ERRO PERCENTUAL LIMITADO A 4 DIGITOS NA COLUNA *************
       2900-EDITAR-ERRO.
            IF WS-ERRO-PCT > 9999
                MOVE 9999 TO WS-ERRO-EDITADO
            ELSE
                MOVE WS-ERRO-PCT TO WS-ERRO-EDITADO
            END-IF.

      ****** CONFRONTO MES A MES DE TODOS OS PRODUTOS *******************
       3000-RESUMO-MENSAL.
            IF WS-COMPARADOS EQUAL ZERO
                MOVE SPACES TO REG-REL-PREVISAO-REAL
                MOVE 'NENHUM MES DO PERIODO TEM PREVISAO GRAVADA' TO
                    REG-REL-PREVISAO-REAL
                WRITE REG-REL-PREVISAO-REAL
            END-IF
            WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-SEPARADOR
            MOVE ZERO TO WS-PREV-GERAL
            MOVE ZERO TO WS-REAL-GERAL
            MOVE ZERO TO WS-ERRO-ABS-GERAL
            PERFORM VARYING WS-IND-MES FROM 1 BY 1
                    UNTIL WS-IND-MES > 12
                MOVE WS-CMP-ANO-MES (WS-IND-MES) TO WS-ANO-MES
                MOVE WS-AM-ANO TO REL-MES-ANO
                MOVE WS-AM-MES TO REL-MES-NUM
                MOVE WS-CMP-PRODUTOS (WS-IND-MES) TO REL-MES-PRODUTOS
                MOVE WS-CMP-PREVISTO (WS-IND-MES) TO REL-MES-PREVISTO
                MOVE WS-CMP-REAL (WS-IND-MES) TO REL-MES-REAL
                MOVE WS-CMP-ERRO-ABS (WS-IND-MES) TO REL-MES-ERRO-ABS
                IF WS-CMP-REAL (WS-IND-MES) EQUAL ZERO
                    MOVE '   -' TO REL-MES-ERRO
                ELSE
                    COMPUTE WS-ERRO-PCT ROUNDED =
                        WS-CMP-ERRO-ABS (WS-IND-MES) * 100 /
                        WS-CMP-REAL (WS-IND-MES)
                    PERFORM 2900-EDITAR-ERRO
                    MOVE WS-ERRO-EDITADO TO REL-MES-ERRO
                END-IF
                WRITE REG-REL-PREVISAO-REAL FROM WS-LINHA-MES
                ADD WS-CMP-PREVISTO (WS-IND-MES) TO WS-PREV-GERAL
                ADD WS-CMP-REAL (WS-IND-MES) TO WS-REAL-GERAL
                ADD WS-CMP-ERRO-ABS (WS-IND-MES) TO WS-ERRO-ABS-GERAL
            END-PERFORM
            IF WS-REAL-GERAL > ZERO
                COMPUTE WS-ERRO-PCT ROUNDED =
                    WS-ERRO-ABS-GERAL * 100 / WS-REAL-GERAL
                PERFORM 2900-EDITAR-ERRO
                DISPLAY 'ERRO GERAL DA PREVISAO NO PERIODO: '
                    WS-ERRO-EDITADO '%'
            END-IF.

           COPY RUNGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM REL-PREVISAO-REAL.
