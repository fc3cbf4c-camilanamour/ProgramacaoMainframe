      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: VARIACAO DE PRECO DE COMPRA (PPV) DO MES (VARIAVEL
      *          PPV_MES AAAAMM, OU PERGUNTADO): A PARTIR DAS LINHAS
      *          DE FATURA CONFERIDAS NO MES (FATURAS-LINHAS, GRAVADO
      *          PELO CONFERE-FATURAS), MOSTRA POR FORNECEDOR E POR
      *          CATEGORIA-PRODUTO A QUANTIDADE RECEBIDA FATURADA, O
      *          VALOR AO PRECO ACORDADO NO PEDIDO, O VALOR AO PRECO
      *          FATURADO E O VALOR AO CUSTO CARIMBADO NAS ENTRADAS
      *          DO MES (MOV-CUSTO-UNIT), COM A VARIACAO EM DINHEIRO E
      *          EM PERCENTUAL CONTRA O ACORDADO. FECHA COM A
      *          TENDENCIA DOS ULTIMOS 6 MESES POR FORNECEDOR:
      *          FATURA ACIMA DO ACORDADO POR PPV_ALERTA_MESES MESES
      *          SEGUIDOS (PADRAO 3) SAI MARCADA E GERA ALERTA — A
      *          ESCALADA DE PRECO APARECE PARA COMPRAS SEM PLANILHA.
      *          LINHAS EM MOEDA ESTRANGEIRA SAO LEVADAS A MOEDA LOCAL
      *          PELA TAXA GRAVADA NA CONFERENCIA (FLN-TAXA).
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
       PROGRAM-ID. REL-VARIACAO-PRECO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY FORNSEL.
           COPY FLNSEL.
           COPY RUNSEL.
           COPY ALRSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT VARIACAO-PRECO ASSIGN TO
           'C:\ARQUIVOS\variacao-preco.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
           SELECT PPV-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\ppv-trabalho.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRB.
           SELECT ORDENACAO-PRODUTO ASSIGN TO
           'C:\ARQUIVOS\sort-ppv-produto.tmp'.
           SELECT ORDENACAO-FORNECEDOR ASSIGN TO
           'C:\ARQUIVOS\sort-ppv-fornecedor.tmp'.
           SELECT ORDENACAO-TENDENCIA ASSIGN TO
           'C:\ARQUIVOS\sort-ppv-tendencia.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY MOVFD.
           COPY FORNFD.
           COPY FLNFD.
           COPY RUNFD.
           COPY ALRFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD VARIACAO-PRECO.
       01 REG-VARIACAO             PIC X(132).

       FD PPV-TRABALHO.
       01 REG-TRABALHO.
           03 TRB-COD-FORNECEDOR   PIC 9(04).
           03 TRB-CATEGORIA        PIC X(15).
           03 TRB-QUANTIDADE       PIC 9(09).
           03 TRB-VALOR-ACORDADO   PIC 9(14)V99.
           03 TRB-VALOR-FATURADO   PIC 9(14)V99.
           03 TRB-VALOR-CUSTO      PIC 9(14)V99.

       SD ORDENACAO-PRODUTO.
       01 REG-ORD-PRODUTO.
           03 OPR-COD-PRODUTO      PIC 9(06).
           03 OPR-TIPO             PIC X(01).
               88 OPR-ENTRADA      VALUE '1'.
               88 OPR-FATURA       VALUE '2'.
           03 OPR-COD-FORNECEDOR   PIC 9(04).
           03 OPR-QUANTIDADE       PIC 9(09).
           03 OPR-CUSTO-UNIT       PIC 9(07)V99.
           03 OPR-PRECO-FATURADO   PIC 9(07)V99.
           03 OPR-PRECO-ACORDADO   PIC 9(07)V99.

       SD ORDENACAO-FORNECEDOR.
       01 REG-ORD-FORNECEDOR.
           03 OFN-COD-FORNECEDOR   PIC 9(04).
           03 OFN-CATEGORIA        PIC X(15).
           03 OFN-QUANTIDADE       PIC 9(09).
           03 OFN-VALOR-ACORDADO   PIC 9(14)V99.
           03 OFN-VALOR-FATURADO   PIC 9(14)V99.
           03 OFN-VALOR-CUSTO      PIC 9(14)V99.

       SD ORDENACAO-TENDENCIA.
       01 REG-ORD-TENDENCIA.
           03 OTD-COD-FORNECEDOR   PIC 9(04).
           03 OTD-MES              PIC 9(06).
           03 OTD-VALOR-ACORDADO   PIC 9(14)V99.
           03 OTD-VALOR-FATURADO   PIC 9(14)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-FLN            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-FS-TRB            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LINHAS-LIDAS      PIC 9(07).
       77 WS-ENTRADAS-LIDAS    PIC 9(07).
       77 WS-FORN-ALERTA       PIC 9(05).
       77 WS-MES-BUSCA         PIC 9(06).
       77 WS-PARAMETRO         PIC X(06).
       77 WS-ALERTA-TXT        PIC X(05).
       77 WS-ALERTA-LEN        PIC 9(02).
       77 WS-ALERTA-MESES      PIC 9(02) VALUE 3.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-PRODUTO-ATUAL     PIC 9(06).
       77 WS-PRODUTO-LIDO      PIC X VALUE 'N'.
       77 WS-QTD-ENTRADAS      PIC 9(11).
       77 WS-VALOR-ENTRADAS    PIC 9(16)V99.
       77 WS-CUSTO-USADO       PIC 9(07)V99.
       77 WS-FATOR             PIC 9(05).
       77 WS-FORNECEDOR-ATUAL  PIC 9(04).
       77 WS-CATEGORIA-ATUAL   PIC X(15).
       77 WS-IND               PIC 9(02).
       77 WS-MESES-SEGUIDOS    PIC 9(02).
       77 WS-MESES-CORRIDOS    PIC 9(05).
       77 WS-MES-BUSCA-SEQ     PIC 9(07).
       77 WS-MES-INICIO-SEQ    PIC 9(07).
       77 WS-MES-LINHA-SEQ     PIC 9(07).
       77 WS-VARIACAO          PIC S9(14)V99.
       77 WS-PERCENTUAL        PIC S9(07)V99.
       77 WS-TAXA-LINHA        PIC 9(04)V9(06).

       01 WS-DATA-LINHA            PIC 9(08).
       01 WS-DATA-LINHA-PARTES REDEFINES WS-DATA-LINHA.
           03 WS-LINHA-AAAAMM      PIC 9(06).
           03 WS-LINHA-DIA         PIC 9(02).

       01 WS-MES-PARTES.
           03 WS-MES-ANO           PIC 9(04).
           03 WS-MES-MES           PIC 9(02).
       01 WS-MES-NUMERO REDEFINES WS-MES-PARTES PIC 9(06).

       01 WS-TOTAIS-GRUPO.
           03 WS-GRP-QUANTIDADE    PIC 9(11).
           03 WS-GRP-ACORDADO      PIC 9(16)V99.
           03 WS-GRP-FATURADO      PIC 9(16)V99.
           03 WS-GRP-CUSTO         PIC 9(16)V99.

       01 WS-TOTAIS-FORNECEDOR.
           03 WS-FRN-QUANTIDADE    PIC 9(11).
           03 WS-FRN-ACORDADO      PIC 9(16)V99.
           03 WS-FRN-FATURADO      PIC 9(16)V99.
           03 WS-FRN-CUSTO         PIC 9(16)V99.

       01 WS-TOTAIS-GERAL.
           03 WS-GER-QUANTIDADE    PIC 9(11).
           03 WS-GER-ACORDADO      PIC 9(16)V99.
           03 WS-GER-FATURADO      PIC 9(16)V99.
           03 WS-GER-CUSTO         PIC 9(16)V99.

       01 WS-TABELA-TENDENCIA.
           03 WS-TEN-MES           PIC 9(06) OCCURS 6 TIMES.
           03 WS-TEN-ACORDADO      PIC 9(16)V99 OCCURS 6 TIMES.
           03 WS-TEN-FATURADO      PIC 9(16)V99 OCCURS 6 TIMES.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(41)
              VALUE 'VARIACAO DE PRECO DE COMPRA (PPV) - MES '.
           03 REL-MES              PIC 9(06).
           03 FILLER               PIC X(13) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(64) VALUE SPACES.

       01 WS-LINHA-COLUNAS.
           03 FILLER               PIC X(20) VALUE
              '   CATEGORIA'.
           03 FILLER               PIC X(11) VALUE ' QTD RECEB.'.
           03 FILLER               PIC X(16) VALUE
              '  VALOR ACORDADO'.
           03 FILLER               PIC X(16) VALUE
              '  VALOR FATURADO'.
           03 FILLER               PIC X(16) VALUE
              ' VALOR CUSTO MOV'.
           03 FILLER               PIC X(17) VALUE
              '   VAR FAT-ACORDO'.
           03 FILLER               PIC X(09) VALUE '     %FAT'.
           03 FILLER               PIC X(17) VALUE
              ' VAR CUSTO-ACORDO'.
           03 FILLER               PIC X(10) VALUE '     %CUS'.

       01 WS-LINHA-FORNECEDOR.
           03 FILLER               PIC X(12) VALUE 'FORNECEDOR: '.
           03 REL-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(84) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-CATEGORIA        PIC X(17).
           03 REL-QUANTIDADE       PIC ZZZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-ACORDADO         PIC ZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-FATURADO         PIC ZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-CUSTO            PIC ZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VAR-FATURADO     PIC -ZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT-FATURADO     PIC -ZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VAR-CUSTO        PIC -ZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT-CUSTO        PIC -ZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.

       01 WS-LINHA-TENDENCIA-TITULO.
           03 FILLER               PIC X(51) VALUE
              'TENDENCIA FATURADO X ACORDADO - % SOBRE O ACORDADO'.
           03 FILLER               PIC X(20) VALUE
              ' NOS ULTIMOS 6 MESES'.
           03 FILLER               PIC X(61) VALUE SPACES.

       01 WS-LINHA-TENDENCIA-MESES.
           03 FILLER               PIC X(28) VALUE 'FORN NOME'.
           03 REL-TEN-CAB          OCCURS 6 TIMES.
               05 REL-TEN-CAB-MES  PIC 9(06).
               05 FILLER           PIC X(05).
           03 FILLER               PIC X(38).

       01 WS-LINHA-TENDENCIA.
           03 REL-TEN-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-TEN-NOME         PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-TEN-CELULA       PIC X(11) OCCURS 6 TIMES.
           03 REL-TEN-MARCA        PIC X(40).

       01 WS-PCT-EDITADO           PIC -ZZZZ9.99.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY ALRWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- VARIACAO DE PRECO DE COMPRA ---------"
            MOVE 'REL-VARIACAO-PRECO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LINHAS-LIDAS
            INITIALIZE WS-ENTRADAS-LIDAS
            INITIALIZE WS-FORN-ALERTA
            INITIALIZE WS-TOTAIS-GERAL

            OPEN INPUT FATURAS-LINHAS
            IF WS-FS-FLN NOT EQUAL ZEROS
                DISPLAY 'HISTORICO DE LINHAS DE FATURA AUSENTE'
            ELSE
                OPEN INPUT PRODUTOS
                OPEN INPUT FORNECEDORES
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-FORN-DISPONIVEL
                END-IF
                OPEN OUTPUT VARIACAO-PRECO
                MOVE WS-MES-BUSCA TO REL-MES
                MOVE WS-DATA-HOJE TO REL-DATA
                WRITE REG-VARIACAO FROM WS-LINHA-TITULO
                WRITE REG-VARIACAO FROM WS-LINHA-COLUNAS

                OPEN OUTPUT PPV-TRABALHO
                SORT ORDENACAO-PRODUTO
                    ON ASCENDING KEY OPR-COD-PRODUTO
                    ON ASCENDING KEY OPR-TIPO
                    INPUT PROCEDURE IS 1000-SELECIONAR-DO-MES
                    OUTPUT PROCEDURE IS 2000-VALORIZAR-LINHAS
                CLOSE PPV-TRABALHO

                SORT ORDENACAO-FORNECEDOR
                    ON ASCENDING KEY OFN-COD-FORNECEDOR
                    ON ASCENDING KEY OFN-CATEGORIA
                    USING PPV-TRABALHO
                    OUTPUT PROCEDURE IS 3000-IMPRIMIR-VARIACAO

                SORT ORDENACAO-TENDENCIA
                    ON ASCENDING KEY OTD-COD-FORNECEDOR
                    ON ASCENDING KEY OTD-MES
                    INPUT PROCEDURE IS 4000-SELECIONAR-TENDENCIA
                    OUTPUT PROCEDURE IS 4100-IMPRIMIR-TENDENCIA

                CLOSE VARIACAO-PRECO
                MOVE 'REL-VARIACAO-PRECO' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\variacao-preco.txt' TO WS-SPL-ORIGEM
                MOVE SPACES TO WS-SPL-PARAMETROS
                STRING 'MES=' DELIMITED BY SIZE
                    WS-MES-BUSCA DELIMITED BY SIZE
                    ' ALERTA-MESES=' DELIMITED BY SIZE
                    WS-ALERTA-MESES DELIMITED BY SIZE
                    INTO WS-SPL-PARAMETROS
                END-STRING
                PERFORM 9818-ARQUIVAR-RELATORIO
                IF WS-FORN-DISPONIVEL EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                CLOSE PRODUTOS
                CLOSE FATURAS-LINHAS
            END-IF

            DISPLAY ' '
            DISPLAY 'LINHAS DE FATURA DO MES: ' WS-LINHAS-LIDAS
            DISPLAY 'ENTRADAS DO MES (CUSTO MOV): ' WS-ENTRADAS-LIDAS
            DISPLAY 'FORNECEDORES FATURANDO ACIMA DO ACORDADO: '
                WS-FORN-ALERTA
            DISPLAY 'RELATORIO GRAVADO: variacao-preco.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LINHAS-LIDAS TO WS-RUN-LIDOS
            MOVE WS-LINHAS-LIDAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES DO RELATORIO E LIMITE DA TENDENCIA VINDOS DO AMBIENTE **
       0400-OBTER-PARAMETROS.
            ACCEPT WS-PARAMETRO FROM ENVIRONMENT 'PPV_MES'
            IF WS-PARAMETRO NOT EQUAL SPACES AND
               WS-PARAMETRO IS NUMERIC
                MOVE WS-PARAMETRO TO WS-MES-BUSCA
            ELSE
                DISPLAY 'INFORME O MES DO RELATORIO (AAAAMM):'
                ACCEPT WS-MES-BUSCA
            END-IF
            MOVE 'PPV_ALERTA_MESES' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-ALERTA-TXT
            INITIALIZE WS-ALERTA-LEN
            INSPECT WS-ALERTA-TXT TALLYING WS-ALERTA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-ALERTA-LEN > ZERO AND
               WS-ALERTA-TXT (1 : WS-ALERTA-LEN) IS NUMERIC
                MOVE WS-ALERTA-TXT (1 : WS-ALERTA-LEN)
                    TO WS-ALERTA-MESES
            END-IF
            IF WS-ALERTA-MESES EQUAL ZERO OR WS-ALERTA-MESES > 6
                MOVE 3 TO WS-ALERTA-MESES
            END-IF
            MOVE WS-MES-BUSCA TO WS-MES-NUMERO
            COMPUTE WS-MES-BUSCA-SEQ = WS-MES-ANO * 12 + WS-MES-MES
            COMPUTE WS-MES-INICIO-SEQ = WS-MES-BUSCA-SEQ - 5
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
                COMPUTE WS-MESES-CORRIDOS =
                    WS-MES-INICIO-SEQ + WS-IND - 2
                DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-MES-ANO
                    REMAINDER WS-MES-MES
                ADD 1 TO WS-MES-MES
                MOVE WS-MES-NUMERO TO WS-TEN-MES (WS-IND)
            END-PERFORM.

      ****** ENTRADAS E LINHAS DE FATURA DO MES, POR PRODUTO ************
       1000-SELECIONAR-DO-MES.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE MOV-DATA TO WS-DATA-LINHA
                       IF WS-LINHA-AAAAMM EQUAL WS-MES-BUSCA AND
                          MOV-ENTRADA AND
                          MOV-ESTORNO-DE EQUAL ZEROS AND
                          MOV-CONJUNTO EQUAL ZEROS AND
                          MOV-CUSTO-UNIT NOT EQUAL ZERO
                           MOVE MOV-COD-PRODUTO TO OPR-COD-PRODUTO
                           SET OPR-ENTRADA TO TRUE
                           MOVE ZEROS TO OPR-COD-FORNECEDOR
                           MOVE MOV-QUANTIDADE TO OPR-QUANTIDADE
                           MOVE MOV-CUSTO-UNIT TO OPR-CUSTO-UNIT
                           MOVE ZEROS TO OPR-PRECO-FATURADO
                           MOVE ZEROS TO OPR-PRECO-ACORDADO
                           RELEASE REG-ORD-PRODUTO
                           ADD 1 TO WS-ENTRADAS-LIDAS
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS-LINHAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE FLN-DATA TO WS-DATA-LINHA
                   IF WS-LINHA-AAAAMM EQUAL WS-MES-BUSCA
                       MOVE FLN-COD-PRODUTO TO OPR-COD-PRODUTO
                       SET OPR-FATURA TO TRUE
                       MOVE FLN-COD-FORNECEDOR TO OPR-COD-FORNECEDOR
                       MOVE FLN-QUANTIDADE TO OPR-QUANTIDADE
                       MOVE ZEROS TO OPR-CUSTO-UNIT
                       PERFORM 1100-TAXA-DA-LINHA
                       COMPUTE OPR-PRECO-FATURADO ROUNDED =
                           FLN-PRECO-FATURADO * WS-TAXA-LINHA
                       COMPUTE OPR-PRECO-ACORDADO ROUNDED =
                           FLN-PRECO-ACORDADO * WS-TAXA-LINHA
                       RELEASE REG-ORD-PRODUTO
                       ADD 1 TO WS-LINHAS-LIDAS
                   END-IF
               END-READ
            END-PERFORM.

      ****** TAXA PARA LEVAR A LINHA A MOEDA LOCAL **********************
       1100-TAXA-DA-LINHA.
            IF FLN-TAXA NOT NUMERIC OR FLN-TAXA EQUAL ZERO
                MOVE 1 TO WS-TAXA-LINHA
            ELSE
                MOVE FLN-TAXA TO WS-TAXA-LINHA
            END-IF.

      ****** CUSTO MEDIO CARIMBADO NO MES VALORIZA AS LINHAS DA FATURA **
       2000-VALORIZAR-LINHAS.
            SET WS-EOF TO 0
            MOVE 'S' TO WS-PRIMEIRO-GRUPO
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ORDENACAO-PRODUTO INTO REG-ORD-PRODUTO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S' OR
                      OPR-COD-PRODUTO NOT EQUAL WS-PRODUTO-ATUAL
                       MOVE OPR-COD-PRODUTO TO WS-PRODUTO-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                       MOVE 'N' TO WS-PRODUTO-LIDO
                       INITIALIZE WS-QTD-ENTRADAS
                       INITIALIZE WS-VALOR-ENTRADAS
                   END-IF
                   IF OPR-ENTRADA
                       ADD OPR-QUANTIDADE TO WS-QTD-ENTRADAS
                       COMPUTE WS-VALOR-ENTRADAS = WS-VALOR-ENTRADAS +
                           OPR-QUANTIDADE * OPR-CUSTO-UNIT
                   ELSE
                       IF WS-PRODUTO-LIDO EQUAL 'N'
                           PERFORM 2100-LER-PRODUTO
                       END-IF
                       PERFORM 2200-GRAVAR-TRABALHO
                   END-IF
            END-PERFORM.

      ****** CATEGORIA, FATOR E CUSTO DE REFERENCIA DO PRODUTO **********
       2100-LER-PRODUTO.
            MOVE 'S' TO WS-PRODUTO-LIDO
            MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE 'NAO CADASTRADO' TO WS-CATEGORIA-PRODUTO
                    MOVE ZEROS TO WS-CUSTO-MEDIO
                    MOVE ZEROS TO WS-PRECO-PRODUTO
                    MOVE 1 TO WS-FATOR-CONVERSAO
                NOT INVALID KEY
                    CONTINUE
            END-READ
            MOVE WS-FATOR-CONVERSAO TO WS-FATOR
            IF WS-FATOR EQUAL ZERO
                MOVE 1 TO WS-FATOR
            END-IF
            IF WS-QTD-ENTRADAS > ZERO
                COMPUTE WS-CUSTO-USADO ROUNDED =
                    WS-VALOR-ENTRADAS / WS-QTD-ENTRADAS
            ELSE
                IF WS-CUSTO-MEDIO NOT EQUAL ZERO
                    MOVE WS-CUSTO-MEDIO TO WS-CUSTO-USADO
                ELSE
                    MOVE WS-PRECO-PRODUTO TO WS-CUSTO-USADO
                END-IF
            END-IF.

      ****** LINHA VALORIZADA NOS TRES PRECOS ***************************
       2200-GRAVAR-TRABALHO.
            MOVE OPR-COD-FORNECEDOR TO TRB-COD-FORNECEDOR
            MOVE WS-CATEGORIA-PRODUTO TO TRB-CATEGORIA
            MOVE OPR-QUANTIDADE TO TRB-QUANTIDADE
            COMPUTE TRB-VALOR-ACORDADO =
                OPR-QUANTIDADE * OPR-PRECO-ACORDADO
            COMPUTE TRB-VALOR-FATURADO =
                OPR-QUANTIDADE * OPR-PRECO-FATURADO
            COMPUTE TRB-VALOR-CUSTO =
                OPR-QUANTIDADE * WS-FATOR * WS-CUSTO-USADO
            WRITE REG-TRABALHO.

      ****** QUEBRA POR FORNECEDOR E CATEGORIA **************************
       3000-IMPRIMIR-VARIACAO.
            SET WS-EOF TO 0
            MOVE 'S' TO WS-PRIMEIRO-GRUPO
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ORDENACAO-FORNECEDOR INTO REG-ORD-FORNECEDOR
               AT END
                   MOVE 1 TO WS-EOF
                   IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                       PERFORM 3200-FECHAR-CATEGORIA
                       PERFORM 3300-FECHAR-FORNECEDOR
                   END-IF
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S' OR
                      OFN-COD-FORNECEDOR NOT EQUAL WS-FORNECEDOR-ATUAL
                       IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                           PERFORM 3200-FECHAR-CATEGORIA
                           PERFORM 3300-FECHAR-FORNECEDOR
                       END-IF
                       MOVE OFN-COD-FORNECEDOR TO WS-FORNECEDOR-ATUAL
                       MOVE OFN-CATEGORIA TO WS-CATEGORIA-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                       INITIALIZE WS-TOTAIS-FORNECEDOR
                       INITIALIZE WS-TOTAIS-GRUPO
                       PERFORM 3100-ABRIR-FORNECEDOR
                   ELSE
                       IF OFN-CATEGORIA NOT EQUAL WS-CATEGORIA-ATUAL
                           PERFORM 3200-FECHAR-CATEGORIA
                           MOVE OFN-CATEGORIA TO WS-CATEGORIA-ATUAL
                           INITIALIZE WS-TOTAIS-GRUPO
                       END-IF
                   END-IF
                   ADD OFN-QUANTIDADE TO WS-GRP-QUANTIDADE
                   ADD OFN-VALOR-ACORDADO TO WS-GRP-ACORDADO
                   ADD OFN-VALOR-FATURADO TO WS-GRP-FATURADO
                   ADD OFN-VALOR-CUSTO TO WS-GRP-CUSTO
            END-PERFORM
            WRITE REG-VARIACAO FROM WS-LINHA-SEPARADOR
            MOVE 'TOTAL GERAL' TO REL-CATEGORIA
            MOVE WS-TOTAIS-GERAL TO WS-TOTAIS-GRUPO
            PERFORM 3400-IMPRIMIR-TOTAIS.

      ****** CABECALHO DO FORNECEDOR ************************************
       3100-ABRIR-FORNECEDOR.
            WRITE REG-VARIACAO FROM WS-LINHA-SEPARADOR
            MOVE WS-FORNECEDOR-ATUAL TO REL-COD-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO REL-NOME-FORNECEDOR
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FORNECEDOR-ATUAL TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO REL-NOME-FORNECEDOR
                END-READ
            END-IF
            WRITE REG-VARIACAO FROM WS-LINHA-FORNECEDOR.

      ****** LINHA DA CATEGORIA, SOMADA NO FORNECEDOR *******************
       3200-FECHAR-CATEGORIA.
            ADD WS-GRP-QUANTIDADE TO WS-FRN-QUANTIDADE
            ADD WS-GRP-ACORDADO TO WS-FRN-ACORDADO
            ADD WS-GRP-FATURADO TO WS-FRN-FATURADO
            ADD WS-GRP-CUSTO TO WS-FRN-CUSTO
            MOVE WS-CATEGORIA-ATUAL TO REL-CATEGORIA
            PERFORM 3400-IMPRIMIR-TOTAIS.

      ****** SUBTOTAL DO FORNECEDOR, SOMADO NO GERAL ********************
       3300-FECHAR-FORNECEDOR.
            ADD WS-FRN-QUANTIDADE TO WS-GER-QUANTIDADE
            ADD WS-FRN-ACORDADO TO WS-GER-ACORDADO
            ADD WS-FRN-FATURADO TO WS-GER-FATURADO
            ADD WS-FRN-CUSTO TO WS-GER-CUSTO
            MOVE 'TOTAL FORNECEDOR' TO REL-CATEGORIA
            MOVE WS-TOTAIS-FORNECEDOR TO WS-TOTAIS-GRUPO
            PERFORM 3400-IMPRIMIR-TOTAIS.

      ****** VALORES E VARIACOES CONTRA O ACORDADO **********************
       3400-IMPRIMIR-TOTAIS.
            MOVE WS-GRP-QUANTIDADE TO REL-QUANTIDADE
            MOVE WS-GRP-ACORDADO TO REL-ACORDADO
            MOVE WS-GRP-FATURADO TO REL-FATURADO
            MOVE WS-GRP-CUSTO TO REL-CUSTO
            COMPUTE WS-VARIACAO = WS-GRP-FATURADO - WS-GRP-ACORDADO
            MOVE WS-VARIACAO TO REL-VAR-FATURADO
            PERFORM 3500-CALCULAR-PERCENTUAL
            MOVE WS-PERCENTUAL TO REL-PCT-FATURADO
            COMPUTE WS-VARIACAO = WS-GRP-CUSTO - WS-GRP-ACORDADO
            MOVE WS-VARIACAO TO REL-VAR-CUSTO
            PERFORM 3500-CALCULAR-PERCENTUAL
            MOVE WS-PERCENTUAL TO REL-PCT-CUSTO
            WRITE REG-VARIACAO FROM WS-LINHA-DETALHE.

       3500-CALCULAR-PERCENTUAL.
            MOVE ZEROS TO WS-PERCENTUAL
            IF WS-GRP-ACORDADO > ZERO
                COMPUTE WS-PERCENTUAL ROUNDED =
                    WS-VARIACAO * 100 / WS-GRP-ACORDADO
                    ON SIZE ERROR
                        MOVE 9999.99 TO WS-PERCENTUAL
                END-COMPUTE
            END-IF.

      ****** LINHAS DE FATURA DOS ULTIMOS 6 MESES ***********************
       4000-SELECIONAR-TENDENCIA.
            MOVE LOW-VALUES TO FLN-CHAVE
            START FATURAS-LINHAS KEY IS NOT LESS THAN FLN-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS-LINHAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE FLN-DATA TO WS-DATA-LINHA
                   MOVE WS-LINHA-AAAAMM TO WS-MES-NUMERO
                   COMPUTE WS-MES-LINHA-SEQ =
                       WS-MES-ANO * 12 + WS-MES-MES
                   IF WS-MES-LINHA-SEQ NOT LESS THAN WS-MES-INICIO-SEQ
                      AND WS-MES-LINHA-SEQ NOT GREATER THAN
                      WS-MES-BUSCA-SEQ
                       PERFORM 1100-TAXA-DA-LINHA
                       MOVE FLN-COD-FORNECEDOR TO OTD-COD-FORNECEDOR
                       MOVE WS-LINHA-AAAAMM TO OTD-MES
                       COMPUTE OTD-VALOR-ACORDADO =
                           FLN-QUANTIDADE * FLN-PRECO-ACORDADO *
                           WS-TAXA-LINHA
                       COMPUTE OTD-VALOR-FATURADO =
                           FLN-QUANTIDADE * FLN-PRECO-FATURADO *
                           WS-TAXA-LINHA
                       RELEASE REG-ORD-TENDENCIA
                   END-IF
               END-READ
            END-PERFORM.

      ****** UMA LINHA POR FORNECEDOR COM O % DE CADA MES ***************
       4100-IMPRIMIR-TENDENCIA.
            WRITE REG-VARIACAO FROM WS-LINHA-SEPARADOR
            WRITE REG-VARIACAO FROM WS-LINHA-TENDENCIA-TITULO
            MOVE SPACES TO WS-LINHA-TENDENCIA-MESES
            MOVE 'FORN NOME' TO WS-LINHA-TENDENCIA-MESES (1 : 9)
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
                MOVE WS-TEN-MES (WS-IND) TO REL-TEN-CAB-MES (WS-IND)
            END-PERFORM
            WRITE REG-VARIACAO FROM WS-LINHA-TENDENCIA-MESES
            SET WS-EOF TO 0
            MOVE 'S' TO WS-PRIMEIRO-GRUPO
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ORDENACAO-TENDENCIA INTO REG-ORD-TENDENCIA
               AT END
                   MOVE 1 TO WS-EOF
                   IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                       PERFORM 4200-FECHAR-TENDENCIA
                   END-IF
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S' OR
                      OTD-COD-FORNECEDOR NOT EQUAL WS-FORNECEDOR-ATUAL
                       IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                           PERFORM 4200-FECHAR-TENDENCIA
                       END-IF
                       MOVE OTD-COD-FORNECEDOR TO WS-FORNECEDOR-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                       PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > 6
                           MOVE ZEROS TO WS-TEN-ACORDADO (WS-IND)
                           MOVE ZEROS TO WS-TEN-FATURADO (WS-IND)
                       END-PERFORM
                   END-IF
                   MOVE OTD-MES TO WS-MES-NUMERO
                   COMPUTE WS-IND = WS-MES-ANO * 12 + WS-MES-MES -
                       WS-MES-INICIO-SEQ + 1
                   ADD OTD-VALOR-ACORDADO TO WS-TEN-ACORDADO (WS-IND)
                   ADD OTD-VALOR-FATURADO TO WS-TEN-FATURADO (WS-IND)
            END-PERFORM.

      ****** MESES SEGUIDOS ACIMA DO ACORDADO ATE O MES DO RELATORIO ****
       4200-FECHAR-TENDENCIA.
            MOVE SPACES TO WS-LINHA-TENDENCIA
            MOVE WS-FORNECEDOR-ATUAL TO REL-TEN-FORNECEDOR
            MOVE 'NAO CADASTRADO' TO REL-TEN-NOME
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FORNECEDOR-ATUAL TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO REL-TEN-NOME
                END-READ
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
                IF WS-TEN-ACORDADO (WS-IND) EQUAL ZERO
                    MOVE '      --  ' TO REL-TEN-CELULA (WS-IND)
                ELSE
                    COMPUTE WS-PERCENTUAL ROUNDED =
                        (WS-TEN-FATURADO (WS-IND) -
                         WS-TEN-ACORDADO (WS-IND)) * 100 /
                         WS-TEN-ACORDADO (WS-IND)
                        ON SIZE ERROR
                            MOVE 9999.99 TO WS-PERCENTUAL
                    END-COMPUTE
                    MOVE WS-PERCENTUAL TO WS-PCT-EDITADO
                    MOVE WS-PCT-EDITADO TO REL-TEN-CELULA (WS-IND)
                END-IF
            END-PERFORM
            MOVE ZEROS TO WS-MESES-SEGUIDOS
            MOVE 6 TO WS-IND
            PERFORM UNTIL WS-IND EQUAL ZERO
                IF WS-TEN-FATURADO (WS-IND) >
                   WS-TEN-ACORDADO (WS-IND)
                    ADD 1 TO WS-MESES-SEGUIDOS
                    SUBTRACT 1 FROM WS-IND
                ELSE
                    MOVE ZERO TO WS-IND
                END-IF
            END-PERFORM
            IF WS-MESES-SEGUIDOS NOT LESS THAN WS-ALERTA-MESES
                MOVE SPACES TO REL-TEN-MARCA
                STRING ' ** ACIMA DO ACORDADO HA ' DELIMITED BY SIZE
                    WS-MESES-SEGUIDOS DELIMITED BY SIZE
                    ' MESES **' DELIMITED BY SIZE
                    INTO REL-TEN-MARCA
                END-STRING
                ADD 1 TO WS-FORN-ALERTA
                MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                MOVE 'REL-VARIACAO-PRECO' TO WS-ALR-PROGRAMA
                MOVE SPACES TO WS-ALR-CHAVE
                STRING 'FORNECEDOR ' DELIMITED BY SIZE
                    WS-FORNECEDOR-ATUAL DELIMITED BY SIZE
                    INTO WS-ALR-CHAVE
                END-STRING
                MOVE SPACES TO WS-ALR-MENSAGEM
                STRING 'FATURA ACIMA DO ACORDADO HA ' DELIMITED BY SIZE
                    WS-MESES-SEGUIDOS DELIMITED BY SIZE
                    ' MESES' DELIMITED BY SIZE
                    INTO WS-ALR-MENSAGEM
                END-STRING
                PERFORM 9870-GRAVAR-ALERTA
            END-IF
            WRITE REG-VARIACAO FROM WS-LINHA-TENDENCIA.

           COPY RUNGRV.

           COPY ALRGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM REL-VARIACAO-PRECO.
