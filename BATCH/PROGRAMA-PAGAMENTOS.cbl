      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: PROGRAMACAO DE PAGAMENTOS A FORNECEDOR: LE AS FATURAS
      *          APROVADAS PELO CONFERE-FATURAS E, PARA CADA NOTA
      *          AINDA NAO PROGRAMADA, GERA AS PARCELAS EM
      *          TITULOS-PAGAR PELA CONDICAO DE PAGAMENTO DO
      *          FORNECEDOR (30 DIAS, 30/60/90, DIA FIXO DO MES), COM
      *          O VENCIMENTO EMPURRADO PARA O PROXIMO DIA UTIL DO
      *          CALENDARIO FERIADOS. ABATE AS NOTAS DE DEBITO DE
      *          DEVOLUCAO EM ABERTO (CRUD-22) DAS PARCELAS A VENCER
      *          DO MESMO FORNECEDOR, A MAIS PROXIMA PRIMEIRO, E GRAVA
      *          O ARQUIVO DE PROGRAMACAO QUE A TESOURARIA CARREGA
      *          (HEADER, DETALHE POR VENCIMENTO E FORNECEDOR, TRAILER
      *          DE HASH) MAIS A PREVISAO DE CAIXA IMPRESSA DAS
      *          PROXIMAS 4 SEMANAS — O FINANCEIRO PARA DE CALCULAR
      *          VENCIMENTO NA MAO.
      * Tectonics: cobc
      * Modification History:
      * 15 OUT 2026 - parcela na moeda da nota aprovada (TIT-MOEDA),
      *               levada a tesouraria no detalhe (PRG-MOEDA); nota
      *               de debito, que e em moeda local, so abate parcela
      *               em moeda local; a previsao de caixa converte as
      *               parcelas em moeda estrangeira pela taxa do dia
      * 15 OUT 2026 - serie da nota entra na chave de TITULOS-PAGAR e
      *               vai a tesouraria no detalhe (PRG-NF-SERIE,
      *               registro de 83 posicoes) e a previsao de caixa
      * 15 OUT 2026 - arquiva os relatorios gerados no spool
      * 15 OUT 2026 - texto do total da previsao de caixa alargado para
      *               caber o abatido de debitos por inteiro
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA-PAGAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FORNSEL.
           COPY APRSEL.
           COPY TITSEL.
           COPY DEBSEL.
           COPY CALSEL.
           COPY RUNSEL.
           COPY CAMSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT PROGRAMACAO-PAGAMENTOS ASSIGN TO
           'C:\ARQUIVOS\programacao-pagamentos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRG.
           SELECT PREVISAO-CAIXA ASSIGN TO
           'C:\ARQUIVOS\previsao-caixa.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRV.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-pagamentos.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY FORNFD.
           COPY APRFD.
           COPY TITFD.
           COPY DEBFD.
           COPY CALFD.
           COPY RUNFD.
           COPY CAMFD.
           COPY SPLFD.
           COPY SPIFD.

       FD PROGRAMACAO-PAGAMENTOS.
       01 REG-PROGRAMACAO          PIC X(83).

       FD PREVISAO-CAIXA.
       01 REG-PREVISAO             PIC X(80).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-VENCIMENTO       PIC 9(08).
           03 ORD-COD-FORNECEDOR   PIC 9(04).
           03 ORD-NF-NUMERO        PIC X(10).
           03 ORD-NF-SERIE         PIC X(03).
           03 ORD-PARCELA          PIC 9(02).
           03 ORD-QTD-PARCELAS     PIC 9(02).
           03 ORD-VALOR            PIC 9(14)V99.
           03 ORD-ABATIMENTO       PIC 9(14)V99.
           03 ORD-LIQUIDO          PIC 9(14)V99.
           03 ORD-MOEDA            PIC X(03).

       WORKING-STORAGE SECTION.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-APR            PIC 99.
       77 WS-FS-TIT            PIC 99.
       77 WS-FS-DEB            PIC 99.
       77 WS-FS-PRG            PIC 99.
       77 WS-FS-PRV            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-TIT           PIC 99.
       77 WS-FATURAS-LIDAS     PIC 9(05).
       77 WS-JA-PROGRAMADAS    PIC 9(05).
       77 WS-PARCELAS-GERADAS  PIC 9(05).
       77 WS-VENC-EMPURRADOS   PIC 9(05).
       77 WS-DEB-COMPENSADOS   PIC 9(05).
       77 WS-LINHAS-GERADAS    PIC 9(07).
       77 WS-HASH-VALOR        PIC 9(16)V99.
       77 WS-TOTAL-ABATIDO     PIC 9(14)V99.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-DATA-BASE         PIC 9(08).
       77 WS-BASE-INTEIRO      PIC 9(08).
       77 WS-DATA-ALVO         PIC 9(08).
       77 WS-FORNECEDOR-NOTA   PIC 9(04).
       77 WS-TIPO-CONDICAO     PIC X(01).
       77 WS-DIA-FIXO          PIC 9(02).
       77 WS-QTD-PARCELAS      PIC 9(02).
       77 WS-IND               PIC 9(02).
       77 WS-VALOR-PARCELA     PIC 9(14)V99.
       77 WS-VALOR-ACUMULADO   PIC 9(14)V99.
       77 WS-SALDO-ANTES       PIC 9(12)V99.
       77 WS-VALOR-ABATIDO     PIC 9(14)V99.
       77 WS-PARCELA-ACHADA    PIC X VALUE 'N'.
       77 WS-SEM-PARCELA       PIC X VALUE 'N'.
       77 WS-MELHOR-CHAVE      PIC X(19).
       77 WS-MELHOR-VENCIMENTO PIC 9(08).
       77 WS-SEMANA            PIC 9(05).
       77 WS-SEMANA-ATUAL      PIC 9(05).
       77 WS-VALOR-POSTERIOR   PIC 9(16)V99.
       77 WS-TOTAL-SEMANAS     PIC 9(16)V99.
       77 WS-LIQUIDO-LOCAL     PIC 9(14)V99.
       77 WS-SEM-CAMBIO        PIC 9(05).

       01 WS-TABELA-PRAZOS.
           03 WS-PRAZO             PIC 9(03) OCCURS 3 TIMES.

       01 WS-TABELA-SEMANAS.
           03 WS-SEM-VALOR         PIC 9(16)V99 OCCURS 4 TIMES.

       01 WS-DATA-VENCIMENTO       PIC 9(08).
       01 WS-VENC-PARTES REDEFINES WS-DATA-VENCIMENTO.
           03 WS-VENC-ANO          PIC 9(04).
           03 WS-VENC-MES          PIC 9(02).
           03 WS-VENC-DIA          PIC 9(02).

       01 WS-DATA-AUX              PIC 9(08).
       01 WS-AUX-PARTES REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO           PIC 9(04).
           03 WS-AUX-MES           PIC 9(02).
           03 WS-AUX-DIA           PIC 9(02).

       01 WS-LINHA-HEADER.
           03 FILLER               PIC X(03) VALUE 'HDR'.
           03 PRG-HDR-DATA         PIC 9(08).
           03 FILLER               PIC X(20)
              VALUE 'CONTAS-PAGAR'.
           03 FILLER               PIC X(52) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           03 FILLER               PIC X(03) VALUE 'DET'.
           03 PRG-VENCIMENTO       PIC 9(08).
           03 PRG-COD-FORNECEDOR   PIC 9(04).
           03 PRG-NF-NUMERO        PIC X(10).
           03 PRG-NF-SERIE         PIC X(03).
           03 PRG-PARCELA          PIC 9(02).
           03 PRG-QTD-PARCELAS     PIC 9(02).
           03 PRG-VALOR            PIC 9(14)V99.
           03 PRG-ABATIMENTO       PIC 9(14)V99.
           03 PRG-LIQUIDO          PIC 9(14)V99.
           03 PRG-MOEDA            PIC X(03).

       01 WS-LINHA-TRAILER.
           03 FILLER               PIC X(03) VALUE 'TRL'.
           03 PRG-TRL-LINHAS       PIC 9(07).
           03 PRG-TRL-HASH         PIC 9(16)V99.
           03 FILLER               PIC X(55) VALUE SPACES.

       01 WS-LINHA-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(37)
              VALUE 'PREVISAO DE CAIXA - CONTAS A PAGAR - '.
           03 PRV-DATA             PIC 9(08).
           03 FILLER               PIC X(35) VALUE SPACES.

       01 WS-LINHA-SEMANA.
           03 FILLER               PIC X(07) VALUE 'SEMANA '.
           03 PRV-SEMANA           PIC 9(01).
           03 FILLER               PIC X(02) VALUE ': '.
           03 PRV-INICIO           PIC 9(08).
           03 FILLER               PIC X(03) VALUE ' A '.
           03 PRV-FIM              PIC 9(08).
           03 FILLER               PIC X(51) VALUE SPACES.

       01 WS-LINHA-PARCELA.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 PRV-VENCIMENTO       PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 PRV-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 PRV-NOME-FORNECEDOR  PIC X(16).
           03 FILLER               PIC X(04) VALUE ' NF '.
           03 PRV-NF-NUMERO        PIC X(10).
           03 FILLER               PIC X(01) VALUE '-'.
           03 PRV-NF-SERIE         PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 PRV-PARCELA          PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 PRV-QTD-PARCELAS     PIC 9(02).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 PRV-LIQUIDO          PIC ZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 PRV-MOEDA            PIC X(03).
           03 FILLER               PIC X(03) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 PRV-TOTAL-TEXTO      PIC X(34).
           03 PRV-TOTAL-VALOR      PIC ZZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(26) VALUE SPACES.

           COPY CALWS.
           COPY RUNWS.
           COPY CAMWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- PROGRAMACAO DE PAGAMENTOS -----------"
            MOVE 'PROGRAMA-PAGAMENTOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            INITIALIZE WS-FATURAS-LIDAS
            INITIALIZE WS-JA-PROGRAMADAS
            INITIALIZE WS-PARCELAS-GERADAS
            INITIALIZE WS-VENC-EMPURRADOS
            INITIALIZE WS-DEB-COMPENSADOS
            INITIALIZE WS-LINHAS-GERADAS
            INITIALIZE WS-HASH-VALOR
            INITIALIZE WS-TOTAL-ABATIDO
            INITIALIZE WS-SEM-CAMBIO
            MOVE SPACES TO WS-CAMBIO-MOEDA

            OPEN I-O TITULOS-PAGAR
            IF WS-FS-TIT EQUAL 35
                OPEN OUTPUT TITULOS-PAGAR
                CLOSE TITULOS-PAGAR
                OPEN I-O TITULOS-PAGAR
            END-IF
            IF WS-FS-TIT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR TITULOS A PAGAR: ' WS-FS-TIT
            ELSE
                OPEN INPUT FORNECEDORES
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-FORN-DISPONIVEL
                END-IF
                PERFORM 1000-PROGRAMAR-FATURAS
                PERFORM 2000-COMPENSAR-DEBITOS
                PERFORM 3000-GERAR-PROGRAMACAO
                IF WS-FORN-DISPONIVEL EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                CLOSE TITULOS-PAGAR
            END-IF

            DISPLAY ' '
            DISPLAY 'FATURAS APROVADAS LIDAS: ' WS-FATURAS-LIDAS
            DISPLAY 'FATURAS JA PROGRAMADAS: ' WS-JA-PROGRAMADAS
            DISPLAY 'PARCELAS GERADAS: ' WS-PARCELAS-GERADAS
            DISPLAY 'VENCIMENTOS EMPURRADOS P/ DIA UTIL: '
                WS-VENC-EMPURRADOS
            DISPLAY 'NOTAS DE DEBITO COMPENSADAS: ' WS-DEB-COMPENSADOS
            DISPLAY 'VALOR ABATIDO DE DEBITOS: ' WS-TOTAL-ABATIDO
            DISPLAY 'PARCELAS ENVIADAS A TESOURARIA: '
                WS-LINHAS-GERADAS
            IF WS-SEM-CAMBIO > ZERO
                DISPLAY 'PARCELAS SEM TAXA DE CAMBIO DE HOJE (PREVISAO'
                    ' NA MOEDA DA NOTA): ' WS-SEM-CAMBIO
            END-IF
            DISPLAY 'INTERFACE: programacao-pagamentos.txt'
            DISPLAY 'PREVISAO: previsao-caixa.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-FATURAS-LIDAS TO WS-RUN-LIDOS
            MOVE WS-LINHAS-GERADAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-TIT TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** PARCELAS PARA AS FATURAS AINDA NAO PROGRAMADAS *************
       1000-PROGRAMAR-FATURAS.
            OPEN INPUT FATURAS-APROVADAS
            IF WS-FS-APR NOT EQUAL ZEROS
                DISPLAY 'NENHUMA FATURA APROVADA A PROGRAMAR'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-APROVADAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FATURAS-LIDAS
                       PERFORM 1100-PROGRAMAR-FATURA
                   END-READ
                END-PERFORM
                CLOSE FATURAS-APROVADAS
            END-IF.

      ****** FATURA COM PARCELA 1 EM TITULOS-PAGAR JA FOI PROGRAMADA ****
       1100-PROGRAMAR-FATURA.
            IF APR-COD-FORNECEDOR IS NUMERIC
                MOVE APR-COD-FORNECEDOR TO WS-FORNECEDOR-NOTA
            ELSE
                MOVE ZEROS TO WS-FORNECEDOR-NOTA
            END-IF
            MOVE WS-FORNECEDOR-NOTA TO TIT-COD-FORNECEDOR
            MOVE APR-NF-NUMERO TO TIT-NF-NUMERO
            MOVE APR-NF-SERIE TO TIT-NF-SERIE
            MOVE 1 TO TIT-PARCELA
            READ TITULOS-PAGAR RECORD
                KEY IS TIT-CHAVE
                INVALID KEY
                    PERFORM 1200-GERAR-PARCELAS
                NOT INVALID KEY
                    ADD 1 TO WS-JA-PROGRAMADAS
            END-READ.

      ****** DIVIDE A NOTA PELA CONDICAO DE PAGAMENTO *******************
       1200-GERAR-PARCELAS.
            PERFORM 1300-OBTER-CONDICAO
            IF APR-DATA IS NUMERIC AND APR-DATA NOT EQUAL ZEROS
                MOVE APR-DATA TO WS-DATA-BASE
            ELSE
                MOVE WS-DATA-HOJE TO WS-DATA-BASE
            END-IF
            COMPUTE WS-BASE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
            COMPUTE WS-VALOR-PARCELA =
                APR-VALOR-TOTAL / WS-QTD-PARCELAS
            MOVE ZEROS TO WS-VALOR-ACUMULADO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-PARCELAS
                PERFORM 1400-GRAVAR-PARCELA
            END-PERFORM.

      ****** CONDICAO DO FORNECEDOR; SEM CADASTRO VALE 30 DIAS **********
       1300-OBTER-CONDICAO.
            MOVE 'P' TO WS-TIPO-CONDICAO
            MOVE ZEROS TO WS-TABELA-PRAZOS
            MOVE 30 TO WS-PRAZO (1)
            MOVE ZEROS TO WS-DIA-FIXO
            MOVE 1 TO WS-QTD-PARCELAS
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FORNECEDOR-NOTA TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN PAGTO-DIA-FIXO AND
                                 DIA-PAGTO-FIXO > ZERO AND
                                 DIA-PAGTO-FIXO NOT GREATER THAN 31
                                MOVE 'F' TO WS-TIPO-CONDICAO
                                MOVE PRAZO-PAGTO-1 TO WS-PRAZO (1)
                                MOVE DIA-PAGTO-FIXO TO WS-DIA-FIXO
                            WHEN PAGTO-PRAZOS
                                MOVE PRAZO-PAGTO-1 TO WS-PRAZO (1)
                                IF PRAZO-PAGTO-2 > ZERO
                                    ADD 1 TO WS-QTD-PARCELAS
                                    MOVE PRAZO-PAGTO-2 TO
                                        WS-PRAZO (WS-QTD-PARCELAS)
                                END-IF
                                IF PRAZO-PAGTO-3 > ZERO
                                    ADD 1 TO WS-QTD-PARCELAS
                                    MOVE PRAZO-PAGTO-3 TO
                                        WS-PRAZO (WS-QTD-PARCELAS)
                                END-IF
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-IF.

      ****** UMA PARCELA; A ULTIMA LEVA A SOBRA DOS CENTAVOS ************
       1400-GRAVAR-PARCELA.
            IF WS-TIPO-CONDICAO EQUAL 'F'
                PERFORM 1500-CALCULAR-DIA-FIXO
            ELSE
                COMPUTE WS-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                    WS-BASE-INTEIRO + WS-PRAZO (WS-IND))
            END-IF
            IF WS-DATA-VENCIMENTO < WS-DATA-HOJE
                MOVE WS-DATA-HOJE TO WS-DATA-VENCIMENTO
            END-IF
            PERFORM 1600-PROXIMO-DIA-UTIL
            MOVE WS-FORNECEDOR-NOTA TO TIT-COD-FORNECEDOR
            MOVE APR-NF-NUMERO TO TIT-NF-NUMERO
            MOVE APR-NF-SERIE TO TIT-NF-SERIE
            MOVE WS-IND TO TIT-PARCELA
            MOVE WS-QTD-PARCELAS TO TIT-QTD-PARCELAS
            MOVE WS-DATA-BASE TO TIT-DATA-APROVACAO
            MOVE WS-DATA-VENCIMENTO TO TIT-VENCIMENTO
            IF WS-IND EQUAL WS-QTD-PARCELAS
                COMPUTE TIT-VALOR =
                    APR-VALOR-TOTAL - WS-VALOR-ACUMULADO
            ELSE
                MOVE WS-VALOR-PARCELA TO TIT-VALOR
                ADD WS-VALOR-PARCELA TO WS-VALOR-ACUMULADO
            END-IF
            MOVE ZEROS TO TIT-ABATIMENTO
            MOVE TIT-VALOR TO TIT-VALOR-LIQUIDO
            MOVE APR-MOEDA TO TIT-MOEDA
            IF TIT-MOEDA EQUAL SPACES OR TIT-MOEDA EQUAL LOW-VALUES
                MOVE WS-MOEDA-LOCAL TO TIT-MOEDA
            END-IF
            WRITE REG-TITULO
                INVALID KEY
                    DISPLAY 'PARCELA JA PROGRAMADA: ' TIT-CHAVE
                NOT INVALID KEY
                    ADD 1 TO WS-PARCELAS-GERADAS
            END-WRITE.

      ****** PRIMEIRO DIA FIXO A PARTIR DO PRAZO MINIMO *****************
       1500-CALCULAR-DIA-FIXO.
            COMPUTE WS-DATA-ALVO = FUNCTION DATE-OF-INTEGER(
                WS-BASE-INTEIRO + WS-PRAZO (1))
            MOVE WS-DATA-ALVO TO WS-DATA-VENCIMENTO
            MOVE WS-DIA-FIXO TO WS-VENC-DIA
            PERFORM 1510-LIMITAR-FIM-MES
            IF WS-DATA-VENCIMENTO < WS-DATA-ALVO
                IF WS-VENC-MES EQUAL 12
                    MOVE 1 TO WS-VENC-MES
                    ADD 1 TO WS-VENC-ANO
                ELSE
                    ADD 1 TO WS-VENC-MES
                END-IF
                MOVE WS-DIA-FIXO TO WS-VENC-DIA
                PERFORM 1510-LIMITAR-FIM-MES
            END-IF.

      ****** DIA 31 EM MES DE 30 (OU FEVEREIRO) VIRA O ULTIMO DIA *******
       1510-LIMITAR-FIM-MES.
            MOVE WS-VENC-ANO TO WS-AUX-ANO
            MOVE WS-VENC-MES TO WS-AUX-MES
            MOVE 1 TO WS-AUX-DIA
            IF WS-AUX-MES EQUAL 12
                MOVE 1 TO WS-AUX-MES
                ADD 1 TO WS-AUX-ANO
            ELSE
                ADD 1 TO WS-AUX-MES
            END-IF
            COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
            IF WS-VENC-DIA > WS-AUX-DIA
                MOVE WS-AUX-DIA TO WS-VENC-DIA
            END-IF.

      ****** FIM DE SEMANA E FERIADO PASSAM PARA O DIA UTIL SEGUINTE ****
       1600-PROXIMO-DIA-UTIL.
            MOVE WS-DATA-VENCIMENTO TO WS-DATA-UTIL
            PERFORM 9940-CONFERIR-DIA-UTIL
            PERFORM UNTIL WS-DIA-UTIL EQUAL 'S'
                COMPUTE WS-DATA-UTIL = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-UTIL) + 1)
                PERFORM 9940-CONFERIR-DIA-UTIL
            END-PERFORM
            IF WS-DATA-UTIL NOT EQUAL WS-DATA-VENCIMENTO
                ADD 1 TO WS-VENC-EMPURRADOS
                MOVE WS-DATA-UTIL TO WS-DATA-VENCIMENTO
            END-IF.

      ****** NOTAS DE DEBITO EM ABERTO CONTRA AS PARCELAS A VENCER ******
       2000-COMPENSAR-DEBITOS.
            OPEN I-O DEBITOS-FORNECEDOR
            IF WS-FS-DEB NOT EQUAL ZEROS
                DISPLAY 'NENHUMA NOTA DE DEBITO A COMPENSAR'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ DEBITOS-FORNECEDOR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEB-ABERTO AND DEB-SALDO > ZERO
                           PERFORM 2100-ABATER-DEBITO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE DEBITOS-FORNECEDOR
            END-IF.

      ****** ABATE O SALDO DO DEBITO, PARCELA MAIS PROXIMA PRIMEIRO *****
       2100-ABATER-DEBITO.
            MOVE DEB-SALDO TO WS-SALDO-ANTES
            MOVE 'N' TO WS-SEM-PARCELA
            PERFORM UNTIL DEB-SALDO EQUAL ZERO OR
                          WS-SEM-PARCELA EQUAL 'S'
                PERFORM 2200-LOCALIZAR-PARCELA
                IF WS-PARCELA-ACHADA EQUAL 'N'
                    MOVE 'S' TO WS-SEM-PARCELA
                ELSE
                    PERFORM 2300-ABATER-PARCELA
                END-IF
            END-PERFORM
            IF DEB-SALDO NOT EQUAL WS-SALDO-ANTES
                IF DEB-SALDO EQUAL ZERO
                    SET DEB-COMPENSADO TO TRUE
                    ADD 1 TO WS-DEB-COMPENSADOS
                END-IF
                REWRITE REG-DEBITO
                IF WS-FS-DEB NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO ATUALIZAR O DEBITO ' DEB-NUMERO
                        ': ' WS-FS-DEB
                END-IF
            END-IF.

      ****** PARCELA A VENCER DE MENOR VENCIMENTO DO FORNECEDOR *********
       2200-LOCALIZAR-PARCELA.
            MOVE 'N' TO WS-PARCELA-ACHADA
            MOVE DEB-COD-FORNECEDOR TO TIT-COD-FORNECEDOR
            MOVE LOW-VALUES TO TIT-NF-NUMERO
            MOVE LOW-VALUES TO TIT-NF-SERIE
            MOVE ZEROS TO TIT-PARCELA
            START TITULOS-PAGAR KEY IS NOT LESS THAN TIT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-TIT
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF-TIT
            END-START
            PERFORM UNTIL WS-EOF-TIT EQUAL 1
               READ TITULOS-PAGAR NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-TIT
               NOT AT END
                   IF TIT-COD-FORNECEDOR NOT EQUAL DEB-COD-FORNECEDOR
                       MOVE 1 TO WS-EOF-TIT
                   ELSE
                       IF TIT-VENCIMENTO NOT LESS THAN WS-DATA-HOJE AND
                          TIT-VALOR-LIQUIDO > ZERO AND
                          (TIT-MOEDA EQUAL SPACES OR
                           TIT-MOEDA EQUAL WS-MOEDA-LOCAL)
                           IF WS-PARCELA-ACHADA EQUAL 'N' OR
                              TIT-VENCIMENTO < WS-MELHOR-VENCIMENTO
                               MOVE 'S' TO WS-PARCELA-ACHADA
                               MOVE TIT-CHAVE TO WS-MELHOR-CHAVE
                               MOVE TIT-VENCIMENTO TO
                                   WS-MELHOR-VENCIMENTO
                           END-IF
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** ABATIMENTO LIMITADO AO LIQUIDO DA PARCELA ******************
       2300-ABATER-PARCELA.
            MOVE WS-MELHOR-CHAVE TO TIT-CHAVE
            READ TITULOS-PAGAR RECORD
                KEY IS TIT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-SEM-PARCELA
                NOT INVALID KEY
                    IF DEB-SALDO < TIT-VALOR-LIQUIDO
                        MOVE DEB-SALDO TO WS-VALOR-ABATIDO
                    ELSE
                        MOVE TIT-VALOR-LIQUIDO TO WS-VALOR-ABATIDO
                    END-IF
                    ADD WS-VALOR-ABATIDO TO TIT-ABATIMENTO
                    SUBTRACT WS-VALOR-ABATIDO FROM TIT-VALOR-LIQUIDO
                    SUBTRACT WS-VALOR-ABATIDO FROM DEB-SALDO
                    ADD WS-VALOR-ABATIDO TO WS-TOTAL-ABATIDO
                    REWRITE REG-TITULO
                    IF WS-FS-TIT NOT EQUAL ZEROS
                        DISPLAY 'ERRO AO ATUALIZAR A PARCELA '
                            TIT-CHAVE ': ' WS-FS-TIT
                        MOVE 'S' TO WS-SEM-PARCELA
                    END-IF
            END-READ.

      ****** ARQUIVO DA TESOURARIA E PREVISAO DE CAIXA ******************
       3000-GERAR-PROGRAMACAO.
            OPEN OUTPUT PROGRAMACAO-PAGAMENTOS
            OPEN OUTPUT PREVISAO-CAIXA
            MOVE WS-DATA-HOJE TO PRG-HDR-DATA
            WRITE REG-PROGRAMACAO FROM WS-LINHA-HEADER
            MOVE WS-DATA-HOJE TO PRV-DATA
            WRITE REG-PREVISAO FROM WS-LINHA-TITULO
            MOVE ZEROS TO WS-TABELA-SEMANAS
            MOVE ZEROS TO WS-SEMANA-ATUAL
            MOVE ZEROS TO WS-VALOR-POSTERIOR

            SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-VENCIMENTO
                ON ASCENDING KEY ORD-COD-FORNECEDOR
                ON ASCENDING KEY ORD-NF-NUMERO
                ON ASCENDING KEY ORD-NF-SERIE
                ON ASCENDING KEY ORD-PARCELA
                INPUT PROCEDURE IS 3100-SELECIONAR-PARCELAS
                OUTPUT PROCEDURE IS 3200-GRAVAR-PARCELAS.

            IF WS-SEMANA-ATUAL NOT EQUAL ZEROS
                PERFORM 3400-FECHAR-SEMANA
            END-IF
            MOVE WS-LINHAS-GERADAS TO PRG-TRL-LINHAS
            MOVE WS-HASH-VALOR TO PRG-TRL-HASH
            WRITE REG-PROGRAMACAO FROM WS-LINHA-TRAILER
            PERFORM 3500-RESUMIR-SEMANAS
            CLOSE PREVISAO-CAIXA
            MOVE 'PROGRAMA-PAGAMENTOS' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\previsao-caixa.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            CLOSE PROGRAMACAO-PAGAMENTOS
            MOVE 'C:\ARQUIVOS\programacao-pagamentos.txt'
                TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO.

      ****** PARCELAS COM VENCIMENTO DE HOJE EM DIANTE ******************
       3100-SELECIONAR-PARCELAS.
            MOVE LOW-VALUES TO TIT-CHAVE
            START TITULOS-PAGAR KEY IS NOT LESS THAN TIT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-TIT
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF-TIT
            END-START
            PERFORM UNTIL WS-EOF-TIT EQUAL 1
               READ TITULOS-PAGAR NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-TIT
               NOT AT END
                   IF TIT-VENCIMENTO NOT LESS THAN WS-DATA-HOJE
                       MOVE TIT-VENCIMENTO TO ORD-VENCIMENTO
                       MOVE TIT-COD-FORNECEDOR TO ORD-COD-FORNECEDOR
                       MOVE TIT-NF-NUMERO TO ORD-NF-NUMERO
                       MOVE TIT-NF-SERIE TO ORD-NF-SERIE
                       MOVE TIT-PARCELA TO ORD-PARCELA
                       MOVE TIT-QTD-PARCELAS TO ORD-QTD-PARCELAS
                       MOVE TIT-VALOR TO ORD-VALOR
                       MOVE TIT-ABATIMENTO TO ORD-ABATIMENTO
                       MOVE TIT-VALOR-LIQUIDO TO ORD-LIQUIDO
                       MOVE TIT-MOEDA TO ORD-MOEDA
                       IF ORD-MOEDA EQUAL SPACES
                           MOVE WS-MOEDA-LOCAL TO ORD-MOEDA
                       END-IF
                       RELEASE REG-ORDENACAO
                   END-IF
               END-READ
            END-PERFORM.

      ****** DETALHE DA TESOURARIA E LINHA DA SEMANA NA PREVISAO ********
       3200-GRAVAR-PARCELAS.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ARQUIVO-ORDENACAO INTO REG-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM 3300-GRAVAR-PARCELA
            END-PERFORM.

      ****** UMA PARCELA NO ARQUIVO E NA SEMANA DA PREVISAO *************
       3300-GRAVAR-PARCELA.
            MOVE ORD-VENCIMENTO TO PRG-VENCIMENTO
            MOVE ORD-COD-FORNECEDOR TO PRG-COD-FORNECEDOR
            MOVE ORD-NF-NUMERO TO PRG-NF-NUMERO
            MOVE ORD-NF-SERIE TO PRG-NF-SERIE
            MOVE ORD-PARCELA TO PRG-PARCELA
            MOVE ORD-QTD-PARCELAS TO PRG-QTD-PARCELAS
            MOVE ORD-VALOR TO PRG-VALOR
            MOVE ORD-ABATIMENTO TO PRG-ABATIMENTO
            MOVE ORD-LIQUIDO TO PRG-LIQUIDO
            MOVE ORD-MOEDA TO PRG-MOEDA
            WRITE REG-PROGRAMACAO FROM WS-LINHA-DETALHE
            ADD 1 TO WS-LINHAS-GERADAS
            ADD ORD-LIQUIDO TO WS-HASH-VALOR
            PERFORM 3350-LIQUIDO-EM-MOEDA-LOCAL

            COMPUTE WS-SEMANA = (FUNCTION INTEGER-OF-DATE(
                ORD-VENCIMENTO) - WS-HOJE-INTEIRO) / 7 + 1
            IF WS-SEMANA > 4
                ADD WS-LIQUIDO-LOCAL TO WS-VALOR-POSTERIOR
            ELSE
                IF WS-SEMANA NOT EQUAL WS-SEMANA-ATUAL
                    IF WS-SEMANA-ATUAL NOT EQUAL ZEROS
                        PERFORM 3400-FECHAR-SEMANA
                    END-IF
                    MOVE WS-SEMANA TO WS-SEMANA-ATUAL
                    PERFORM 3450-ABRIR-SEMANA
                END-IF
                MOVE ORD-VENCIMENTO TO PRV-VENCIMENTO
                MOVE ORD-COD-FORNECEDOR TO PRV-COD-FORNECEDOR
                MOVE 'NAO CADASTRADO' TO PRV-NOME-FORNECEDOR
                IF WS-FORN-DISPONIVEL EQUAL 'S'
                    MOVE ORD-COD-FORNECEDOR TO
                        COD-FORNECEDOR OF REG-FORNECEDOR
                    READ FORNECEDORES RECORD
                        KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NOME-FORNECEDOR TO
                                PRV-NOME-FORNECEDOR
                    END-READ
                END-IF
                MOVE ORD-NF-NUMERO TO PRV-NF-NUMERO
                MOVE ORD-NF-SERIE TO PRV-NF-SERIE
                MOVE ORD-PARCELA TO PRV-PARCELA
                MOVE ORD-QTD-PARCELAS TO PRV-QTD-PARCELAS
                MOVE WS-LIQUIDO-LOCAL TO PRV-LIQUIDO
                MOVE SPACES TO PRV-MOEDA
                IF ORD-MOEDA NOT EQUAL WS-MOEDA-LOCAL
                    MOVE ORD-MOEDA TO PRV-MOEDA
                END-IF
                WRITE REG-PREVISAO FROM WS-LINHA-PARCELA
                ADD WS-LIQUIDO-LOCAL TO WS-SEM-VALOR (WS-SEMANA)
            END-IF.

      ****** PARCELA EM MOEDA ESTRANGEIRA PELA TAXA DE HOJE *************
       3350-LIQUIDO-EM-MOEDA-LOCAL.
            IF ORD-MOEDA NOT EQUAL WS-CAMBIO-MOEDA
                MOVE ORD-MOEDA TO WS-CAMBIO-MOEDA
                MOVE WS-DATA-HOJE TO WS-CAMBIO-DATA
                PERFORM 9930-OBTER-TAXA-CAMBIO
            END-IF
            IF WS-CAMBIO-ACHADA EQUAL 'S'
                COMPUTE WS-LIQUIDO-LOCAL ROUNDED =
                    ORD-LIQUIDO * WS-CAMBIO-TAXA
            ELSE
                MOVE ORD-LIQUIDO TO WS-LIQUIDO-LOCAL
                ADD 1 TO WS-SEM-CAMBIO
            END-IF.

      ****** SUBTOTAL DA SEMANA *****************************************
       3400-FECHAR-SEMANA.
            MOVE SPACES TO PRV-TOTAL-TEXTO
            STRING 'TOTAL DA SEMANA ' DELIMITED BY SIZE
                WS-SEMANA-ATUAL (5 : 1) DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                INTO PRV-TOTAL-TEXTO
            END-STRING
            MOVE WS-SEM-VALOR (WS-SEMANA-ATUAL) TO PRV-TOTAL-VALOR
            WRITE REG-PREVISAO FROM WS-LINHA-TOTAL.

      ****** CABECALHO DA SEMANA COM O PERIODO **************************
       3450-ABRIR-SEMANA.
            WRITE REG-PREVISAO FROM WS-LINHA-SEPARADOR
            MOVE WS-SEMANA-ATUAL TO PRV-SEMANA
            COMPUTE PRV-INICIO = FUNCTION DATE-OF-INTEGER(
                WS-HOJE-INTEIRO + 7 * (WS-SEMANA-ATUAL - 1))
            COMPUTE PRV-FIM = FUNCTION DATE-OF-INTEGER(
                WS-HOJE-INTEIRO + 7 * WS-SEMANA-ATUAL - 1)
            WRITE REG-PREVISAO FROM WS-LINHA-SEMANA.

      ****** QUADRO DAS 4 SEMANAS, INCLUSIVE AS SEM PAGAMENTO ***********
       3500-RESUMIR-SEMANAS.
            WRITE REG-PREVISAO FROM WS-LINHA-SEPARADOR
            MOVE ZEROS TO WS-TOTAL-SEMANAS
            PERFORM VARYING WS-SEMANA-ATUAL FROM 1 BY 1
                UNTIL WS-SEMANA-ATUAL > 4
                MOVE WS-SEMANA-ATUAL TO PRV-SEMANA
                COMPUTE PRV-INICIO = FUNCTION DATE-OF-INTEGER(
                    WS-HOJE-INTEIRO + 7 * (WS-SEMANA-ATUAL - 1))
                COMPUTE PRV-FIM = FUNCTION DATE-OF-INTEGER(
                    WS-HOJE-INTEIRO + 7 * WS-SEMANA-ATUAL - 1)
                WRITE REG-PREVISAO FROM WS-LINHA-SEMANA
                PERFORM 3400-FECHAR-SEMANA
                ADD WS-SEM-VALOR (WS-SEMANA-ATUAL) TO WS-TOTAL-SEMANAS
            END-PERFORM
            WRITE REG-PREVISAO FROM WS-LINHA-SEPARADOR
            MOVE 'NECESSIDADE DE CAIXA 4 SEMANAS:' TO PRV-TOTAL-TEXTO
            MOVE WS-TOTAL-SEMANAS TO PRV-TOTAL-VALOR
            WRITE REG-PREVISAO FROM WS-LINHA-TOTAL
            MOVE 'PROGRAMADO APOS 4 SEMANAS:' TO PRV-TOTAL-TEXTO
            MOVE WS-VALOR-POSTERIOR TO PRV-TOTAL-VALOR
            WRITE REG-PREVISAO FROM WS-LINHA-TOTAL
            MOVE 'ABATIDO DE DEBITOS NESTA EXECUCAO:' TO PRV-TOTAL-TEXTO
            MOVE WS-TOTAL-ABATIDO TO PRV-TOTAL-VALOR
            WRITE REG-PREVISAO FROM WS-LINHA-TOTAL.

           COPY DIAUTIL.

           COPY RUNGRV.
           COPY CAMTAX.
           COPY SPLGRV.
       END PROGRAM PROGRAMA-PAGAMENTOS.
