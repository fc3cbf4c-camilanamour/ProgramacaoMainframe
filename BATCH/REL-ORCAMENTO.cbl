      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: ORCADO X COMPROMETIDO X REALIZADO DAS COMPRAS POR
      *          CATEGORIA NO MES (REL_MES AAAAMM, PADRAO O MES
      *          CORRENTE), PARA O GERENTE FINANCEIRO TODA SEMANA:
      *          UMA LINHA POR CATEGORIA DE ORCAMENTOS COM O QUE
      *          SOBRA E O PERCENTUAL USADO, MARCANDO ** ESTOURADO **
      *          QUEM PASSOU DO ORCADO, O TOTAL DO MES E, NO FIM, AS
      *          LINHAS QUE O GERA-PEDIDOS SEGUROU EM
      *          AGUARDA-ORCAMENTO (RETIDAS OU JA APROVADAS E AINDA
      *          NAO EMITIDAS).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ORCAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORCSEL.
           COPY AGOSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ORCAMENTO-COMPRAS ASSIGN TO
           'C:\ARQUIVOS\orcamento-compras.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY ORCFD.
           COPY AGOFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ORCAMENTO-COMPRAS.
       01 REG-ORCAMENTO-COMPRAS    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-ORC            PIC 99.
       77 WS-FS-AGO            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-ESTOURADAS        PIC 9(05).
       77 WS-AGUARDANDO        PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-REL           PIC 9(06).
       77 WS-MES-TXT           PIC X(06).
       77 WS-USADO             PIC 9(14)V99.
       77 WS-DISPONIVEL        PIC S9(14)V99.
       77 WS-PCT-USADO         PIC 9(05).
       77 WS-TOTAL-ORCADO      PIC 9(14)V99.
       77 WS-TOTAL-COMPROMETIDO PIC 9(14)V99.
       77 WS-TOTAL-REALIZADO   PIC 9(14)V99.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(43)
              VALUE 'ORCADO X COMPROMETIDO X REALIZADO - MES '.
           03 REL-MES              PIC 9(06).
           03 FILLER               PIC X(12) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(63) VALUE SPACES.

       01 WS-LINHA-CATEGORIA.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-CATEGORIA        PIC X(15).
           03 FILLER               PIC X(08) VALUE ' ORCADO '.
           03 REL-ORCADO           PIC Z(11)9.99.
           03 FILLER               PIC X(07) VALUE ' COMPR '.
           03 REL-COMPROMETIDO     PIC Z(11)9.99.
           03 FILLER               PIC X(08) VALUE ' REALIZ '.
           03 REL-REALIZADO        PIC Z(11)9.99.
           03 FILLER               PIC X(06) VALUE ' DISP '.
           03 REL-DISPONIVEL       PIC -Z(11)9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT              PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE '%'.
           03 REL-MARCA            PIC X(16).
           03 FILLER               PIC X(01) VALUE SPACES.

       01 WS-LINHA-SUBTITULO.
           03 FILLER               PIC X(40)
              VALUE 'LINHAS AGUARDANDO APROVACAO DE ORCAMENTO'.
           03 FILLER               PIC X(92) VALUE SPACES.

       01 WS-LINHA-AGUARDA.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(05) VALUE 'PROD '.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(07) VALUE ' CATEG '.
           03 REL-AGO-CATEGORIA    PIC X(15).
           03 FILLER               PIC X(05) VALUE ' MES '.
           03 REL-AGO-MES          PIC 9(06).
           03 FILLER               PIC X(07) VALUE ' VALOR '.
           03 REL-AGO-VALOR        PIC Z(11)9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-AGO-SITUACAO     PIC X(20).
           03 FILLER               PIC X(07) VALUE ' DESDE '.
           03 REL-AGO-DATA         PIC 9(08).
           03 FILLER               PIC X(06) VALUE SPACES.

           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- ORCAMENTO DE COMPRAS ----------------"
            MOVE 'REL-ORCAMENTO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-ESTOURADAS
            INITIALIZE WS-AGUARDANDO
            INITIALIZE WS-TOTAL-ORCADO
            INITIALIZE WS-TOTAL-COMPROMETIDO
            INITIALIZE WS-TOTAL-REALIZADO

            OPEN OUTPUT ORCAMENTO-COMPRAS
            MOVE WS-MES-REL TO REL-MES
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-TITULO
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-SEPARADOR
            OPEN INPUT ORCAMENTOS
            IF WS-FS-ORC NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE ORCAMENTOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ ORCAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF ORC-MES EQUAL WS-MES-REL
                           PERFORM 1000-IMPRIMIR-CATEGORIA
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE ORCAMENTOS
            END-IF
            PERFORM 2000-IMPRIMIR-TOTAL
            PERFORM 3000-IMPRIMIR-AGUARDANDO
            CLOSE ORCAMENTO-COMPRAS
            MOVE 'REL-ORCAMENTO' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\orcamento-compras.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-REL DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO

            DISPLAY ' '
            IF WS-CONTADOR = 0
                DISPLAY 'NENHUM ORCAMENTO PARA O MES ' WS-MES-REL
            ELSE
                DISPLAY 'CATEGORIAS LISTADAS: ' WS-CONTADOR
                DISPLAY 'CATEGORIAS ESTOURADAS: ' WS-ESTOURADAS
            END-IF
            DISPLAY 'LINHAS AGUARDANDO ORCAMENTO: ' WS-AGUARDANDO
            DISPLAY 'RELATORIO GRAVADO: orcamento-compras.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            ADD WS-CONTADOR WS-AGUARDANDO GIVING WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** MES DO RELATORIO VINDO DO AMBIENTE *************************
       0400-OBTER-PARAMETROS.
            MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-REL
            MOVE SPACES TO WS-MES-TXT
            ACCEPT WS-MES-TXT FROM ENVIRONMENT 'REL_MES'
            IF WS-MES-TXT IS NUMERIC AND
               WS-MES-TXT (5 : 2) NOT LESS THAN '01' AND
               WS-MES-TXT (5 : 2) NOT GREATER THAN '12'
                MOVE WS-MES-TXT TO WS-MES-REL
            END-IF.

      ****** UMA LINHA POR CATEGORIA COM O QUE SOBRA E A MARCA **********
       1000-IMPRIMIR-CATEGORIA.
            ADD ORC-COMPROMETIDO ORC-REALIZADO GIVING WS-USADO
            COMPUTE WS-DISPONIVEL = ORC-VALOR-ORCADO - WS-USADO
            MOVE ZEROS TO WS-PCT-USADO
            IF ORC-VALOR-ORCADO > ZERO
                COMPUTE WS-PCT-USADO = WS-USADO * 100 / ORC-VALOR-ORCADO
                    ON SIZE ERROR
                        MOVE 99999 TO WS-PCT-USADO
                END-COMPUTE
            END-IF
            MOVE ORC-CATEGORIA TO REL-CATEGORIA
            MOVE ORC-VALOR-ORCADO TO REL-ORCADO
            MOVE ORC-COMPROMETIDO TO REL-COMPROMETIDO
            MOVE ORC-REALIZADO TO REL-REALIZADO
            MOVE WS-DISPONIVEL TO REL-DISPONIVEL
            MOVE WS-PCT-USADO TO REL-PCT
            MOVE SPACES TO REL-MARCA
            IF ORC-VALOR-ORCADO EQUAL ZERO
                MOVE ' SEM ORCAMENTO' TO REL-MARCA
            ELSE
                IF WS-DISPONIVEL < ZERO
                    MOVE ' ** ESTOURADO **' TO REL-MARCA
                    ADD 1 TO WS-ESTOURADAS
                END-IF
            END-IF
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-CATEGORIA
            ADD 1 TO WS-CONTADOR
            ADD ORC-VALOR-ORCADO TO WS-TOTAL-ORCADO
            ADD ORC-COMPROMETIDO TO WS-TOTAL-COMPROMETIDO
            ADD ORC-REALIZADO TO WS-TOTAL-REALIZADO.

      ****** TOTAL DO MES DE TODAS AS CATEGORIAS ************************
       2000-IMPRIMIR-TOTAL.
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-SEPARADOR
            ADD WS-TOTAL-COMPROMETIDO WS-TOTAL-REALIZADO
                GIVING WS-USADO
            COMPUTE WS-DISPONIVEL = WS-TOTAL-ORCADO - WS-USADO
            MOVE ZEROS TO WS-PCT-USADO
            IF WS-TOTAL-ORCADO > ZERO
                COMPUTE WS-PCT-USADO = WS-USADO * 100 / WS-TOTAL-ORCADO
                    ON SIZE ERROR
                        MOVE 99999 TO WS-PCT-USADO
                END-COMPUTE
            END-IF
            MOVE 'TOTAL DO MES' TO REL-CATEGORIA
            MOVE WS-TOTAL-ORCADO TO REL-ORCADO
            MOVE WS-TOTAL-COMPROMETIDO TO REL-COMPROMETIDO
            MOVE WS-TOTAL-REALIZADO TO REL-REALIZADO
            MOVE WS-DISPONIVEL TO REL-DISPONIVEL
            MOVE WS-PCT-USADO TO REL-PCT
            MOVE SPACES TO REL-MARCA
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-CATEGORIA
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-SEPARADOR.

      ****** LINHAS SEGURADAS PELO GERA-PEDIDOS *************************
       3000-IMPRIMIR-AGUARDANDO.
            WRITE REG-ORCAMENTO-COMPRAS FROM WS-LINHA-SUBTITULO
            OPEN INPUT AGUARDA-ORCAMENTO
            IF WS-FS-AGO EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ AGUARDA-ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE AGO-COD-PRODUTO TO REL-COD-PRODUTO
                       MOVE AGO-NOME-PRODUTO TO REL-NOME-PRODUTO
                       MOVE AGO-CATEGORIA TO REL-AGO-CATEGORIA
                       MOVE AGO-MES TO REL-AGO-MES
                       MOVE AGO-VALOR-LOCAL TO REL-AGO-VALOR
                       MOVE AGO-DATA TO REL-AGO-DATA
                       IF AGO-APROVADA
                           MOVE 'APROVADA P/ EMISSAO' TO
                               REL-AGO-SITUACAO
                       ELSE
                           MOVE 'RETIDA' TO REL-AGO-SITUACAO
                       END-IF
                       WRITE REG-ORCAMENTO-COMPRAS FROM
                           WS-LINHA-AGUARDA
                       ADD 1 TO WS-AGUARDANDO
                   END-READ
                END-PERFORM
                CLOSE AGUARDA-ORCAMENTO
            END-IF
            IF WS-AGUARDANDO EQUAL ZERO
                MOVE SPACES TO REG-ORCAMENTO-COMPRAS
                MOVE '   NENHUMA LINHA AGUARDANDO' TO
                    REG-ORCAMENTO-COMPRAS
                WRITE REG-ORCAMENTO-COMPRAS
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-ORCAMENTO.
