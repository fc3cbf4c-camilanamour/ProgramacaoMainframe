      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: LIVRO DE ENTRADAS DO MES (REL_MES, PADRAO O MES
      *          CORRENTE): AS NOTAS FISCAIS DE ENTRADA REGISTRADAS NO
      *          RECEBIMENTO (NOTAS-ENTRADA), PELA DATA DE ENTRADA,
      *          LINHA A LINHA, AGRUPADAS POR CFOP E ALIQUOTA DE ICMS
      *          COM O VALOR DOS PRODUTOS, O ICMS E O IPI; TOTAL POR
      *          CFOP, TOTAL GERAL, RESUMO POR ALIQUOTA DE IPI E AS
      *          ENTRADAS DO MES AINDA SEM NOTA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-LIVRO-ENTRADAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NFESEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT LIVRO-ENTRADAS ASSIGN TO
           'C:\ARQUIVOS\rel-livro-entradas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-livro-entradas.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY NFEFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD LIVRO-ENTRADAS.
       01 REG-REL-LIVRO            PIC X(132).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-CFOP             PIC 9(04).
           03 ORD-ALIQ-ICMS        PIC 9(02)V99.
           03 ORD-COD-FORNECEDOR   PIC 9(04).
           03 ORD-NUMERO           PIC 9(09).
           03 ORD-SERIE            PIC X(03).
           03 ORD-MOV-NUMERO       PIC 9(09).
           03 ORD-CNPJ             PIC X(14).
           03 ORD-DATA-EMISSAO     PIC 9(08).
           03 ORD-DATA-ENTRADA     PIC 9(08).
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-VALOR            PIC 9(14)V99.
           03 ORD-VALOR-ICMS       PIC 9(12)V99.
           03 ORD-ALIQ-IPI         PIC 9(02)V99.
           03 ORD-VALOR-IPI        PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS-NFE            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-CONTADOR          PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MES-REL           PIC 9(06).
       77 WS-MES-TXT           PIC X(06).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-CFOP-ATUAL        PIC 9(04).
       77 WS-ALIQ-ATUAL        PIC 9(02)V99.
       77 WS-ALIQ-EDITADA      PIC Z9.99.
       77 WS-SUB-LINHAS        PIC 9(05).
       77 WS-SUB-VALOR         PIC 9(14)V99.
       77 WS-SUB-ICMS          PIC 9(12)V99.
       77 WS-SUB-IPI           PIC 9(12)V99.
       77 WS-CFOP-LINHAS       PIC 9(05).
       77 WS-CFOP-VALOR        PIC 9(14)V99.
       77 WS-CFOP-ICMS         PIC 9(12)V99.
       77 WS-CFOP-IPI          PIC 9(12)V99.
       77 WS-GER-VALOR         PIC 9(14)V99.
       77 WS-GER-ICMS          PIC 9(12)V99.
       77 WS-GER-IPI           PIC 9(12)V99.
       77 WS-SEM-NOTA          PIC 9(05).
       77 WS-SEM-NOTA-VALOR    PIC 9(14)V99.
       77 WS-QTD-ALIQ-IPI      PIC 9(02) VALUE ZERO.
       77 WS-IND-IPI           PIC 9(02).
       77 WS-ACHOU             PIC X VALUE 'N'.

       01 WS-ALIQUOTAS-IPI.
           03 WS-IPI OCCURS 50 TIMES.
               05 WS-IPI-ALIQ          PIC 9(02)V99.
               05 WS-IPI-LINHAS        PIC 9(05).
               05 WS-IPI-BASE          PIC 9(14)V99.
               05 WS-IPI-VALOR         PIC 9(12)V99.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(27)
              VALUE 'LIVRO DE ENTRADAS - MES '.
           03 REL-MES              PIC 9(06).
           03 FILLER               PIC X(12) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(79) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(40)
              VALUE ' NOTA/SER  FORN CNPJ EMITENTE  EMISSAO '.
           03 FILLER               PIC X(40)
              VALUE ' ENTRADA PRODUTO    VALOR PRODUTOS ICMS%'.
           03 FILLER               PIC X(40)
              VALUE '      VALOR ICMS  IPI%    VALOR IPI     '.
           03 FILLER               PIC X(12) VALUE SPACES.

       01 WS-LINHA-GRUPO.
           03 FILLER               PIC X(06) VALUE ' CFOP '.
           03 REL-GRP-CFOP         PIC 9(04).
           03 FILLER               PIC X(16)
              VALUE ' ALIQUOTA ICMS '.
           03 REL-GRP-ALIQ         PIC Z9.99.
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(100) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NUMERO           PIC 9(09).
           03 FILLER               PIC X(01) VALUE '/'.
           03 REL-SERIE            PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-CNPJ             PIC X(14).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-EMISSAO     PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-ENTRADA     PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VALOR            PIC Z(10)9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-ALIQ-ICMS        PIC Z9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VALOR-ICMS       PIC Z(08)9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-ALIQ-IPI         PIC Z9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VALOR-IPI        PIC Z(08)9.99.
           03 FILLER               PIC X(20) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-TOT-ROTULO       PIC X(30).
           03 FILLER               PIC X(08) VALUE ' LINHAS '.
           03 REL-TOT-LINHAS       PIC ZZZZ9.
           03 FILLER               PIC X(07) VALUE ' VALOR '.
           03 REL-TOT-VALOR        PIC Z(13)9.99.
           03 FILLER               PIC X(06) VALUE ' ICMS '.
           03 REL-TOT-ICMS         PIC Z(11)9.99.
           03 FILLER               PIC X(05) VALUE ' IPI '.
           03 REL-TOT-IPI          PIC Z(11)9.99.
           03 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LINHA-SUBTITULO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-SUBTITULO        PIC X(60).
           03 FILLER               PIC X(69) VALUE SPACES.

           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- LIVRO DE ENTRADAS --------------------"
            MOVE 'REL-LIVRO-ENTRADAS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-LIDOS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-SEM-NOTA
            INITIALIZE WS-SEM-NOTA-VALOR
            INITIALIZE WS-GER-VALOR
            INITIALIZE WS-GER-ICMS
            INITIALIZE WS-GER-IPI
            INITIALIZE WS-ALIQUOTAS-IPI

            OPEN OUTPUT LIVRO-ENTRADAS
            MOVE WS-MES-REL TO REL-MES
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-REL-LIVRO FROM WS-LINHA-TITULO
            WRITE REG-REL-LIVRO FROM WS-LINHA-SEPARADOR
            OPEN INPUT NOTAS-ENTRADA
            IF WS-FS-NFE NOT EQUAL ZEROS
                DISPLAY 'REGISTRO FISCAL DAS ENTRADAS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-NFE
                MOVE SPACES TO REG-REL-LIVRO
                MOVE '     NENHUMA NOTA DE ENTRADA REGISTRADA' TO
                    REG-REL-LIVRO
                WRITE REG-REL-LIVRO
            ELSE
                CLOSE NOTAS-ENTRADA
                WRITE REG-REL-LIVRO FROM WS-LINHA-CABECALHO
                SORT ARQUIVO-ORDENACAO
                    ON ASCENDING KEY ORD-CFOP
                    ON ASCENDING KEY ORD-ALIQ-ICMS
                    ON ASCENDING KEY ORD-COD-FORNECEDOR
                    ON ASCENDING KEY ORD-NUMERO
                    ON ASCENDING KEY ORD-SERIE
                    ON ASCENDING KEY ORD-MOV-NUMERO
                    INPUT PROCEDURE IS 1000-LER-NOTAS
                    OUTPUT PROCEDURE IS 2000-IMPRIMIR-LIVRO
                WRITE REG-REL-LIVRO FROM WS-LINHA-SEPARADOR
                PERFORM 3000-IMPRIMIR-ALIQUOTAS-IPI
                WRITE REG-REL-LIVRO FROM WS-LINHA-SEPARADOR
                PERFORM 4000-IMPRIMIR-SEM-NOTA
            END-IF
            CLOSE LIVRO-ENTRADAS
            MOVE 'REL-LIVRO-ENTRADAS' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-livro-entradas.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-REL DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO

            DISPLAY ' '
            DISPLAY 'LINHAS DE NOTA NO MES: ' WS-CONTADOR
            DISPLAY 'ENTRADAS DO MES SEM NOTA: ' WS-SEM-NOTA
            DISPLAY 'RELATORIO GRAVADO: rel-livro-entradas.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
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

      ****** SOLTA AS LINHAS COM NOTA QUE ENTRARAM NO MES ***************
       1000-LER-NOTAS.
            OPEN INPUT NOTAS-ENTRADA
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ NOTAS-ENTRADA NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   IF NFE-DATA-ENTRADA (1 : 6) EQUAL WS-MES-REL
                       IF NFE-COM-NOTA
                           PERFORM 1100-SOLTAR-NOTA
                       ELSE
                           ADD 1 TO WS-SEM-NOTA
                           ADD NFE-VALOR-PRODUTOS TO WS-SEM-NOTA-VALOR
                       END-IF
                   END-IF
               END-READ
            END-PERFORM
            CLOSE NOTAS-ENTRADA.

      ****** UMA LINHA DE NOTA PARA A ORDENACAO E O RESUMO DO IPI *******
       1100-SOLTAR-NOTA.
            MOVE NFE-CFOP TO ORD-CFOP
            MOVE NFE-ALIQ-ICMS TO ORD-ALIQ-ICMS
            MOVE NFE-COD-FORNECEDOR TO ORD-COD-FORNECEDOR
            MOVE NFE-NUMERO TO ORD-NUMERO
            MOVE NFE-SERIE TO ORD-SERIE
            MOVE NFE-MOV-NUMERO TO ORD-MOV-NUMERO
            MOVE NFE-CNPJ TO ORD-CNPJ
            MOVE NFE-DATA-EMISSAO TO ORD-DATA-EMISSAO
            MOVE NFE-DATA-ENTRADA TO ORD-DATA-ENTRADA
            MOVE NFE-COD-PRODUTO TO ORD-COD-PRODUTO
            MOVE NFE-VALOR-PRODUTOS TO ORD-VALOR
            MOVE NFE-VALOR-ICMS TO ORD-VALOR-ICMS
            MOVE NFE-ALIQ-IPI TO ORD-ALIQ-IPI
            MOVE NFE-VALOR-IPI TO ORD-VALOR-IPI
            RELEASE REG-ORDENACAO
            ADD 1 TO WS-CONTADOR
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IND-IPI FROM 1 BY 1
                    UNTIL WS-IND-IPI > WS-QTD-ALIQ-IPI OR
                          WS-ACHOU EQUAL 'S'
                IF WS-IPI-ALIQ (WS-IND-IPI) EQUAL NFE-ALIQ-IPI
                    MOVE 'S' TO WS-ACHOU
                    ADD 1 TO WS-IPI-LINHAS (WS-IND-IPI)
                    ADD NFE-VALOR-PRODUTOS TO WS-IPI-BASE (WS-IND-IPI)
                    ADD NFE-VALOR-IPI TO WS-IPI-VALOR (WS-IND-IPI)
                END-IF
            END-PERFORM
            IF WS-ACHOU EQUAL 'N'
                IF WS-QTD-ALIQ-IPI < 50
                    ADD 1 TO WS-QTD-ALIQ-IPI
                    MOVE NFE-ALIQ-IPI TO WS-IPI-ALIQ (WS-QTD-ALIQ-IPI)
                    MOVE 1 TO WS-IPI-LINHAS (WS-QTD-ALIQ-IPI)
                    MOVE NFE-VALOR-PRODUTOS TO
                        WS-IPI-BASE (WS-QTD-ALIQ-IPI)
                    MOVE NFE-VALOR-IPI TO
                        WS-IPI-VALOR (WS-QTD-ALIQ-IPI)
                ELSE
                    DISPLAY 'MAIS DE 50 ALIQUOTAS DE IPI, ALIQUOTA '
                        NFE-ALIQ-IPI ' FORA DO RESUMO'
                END-IF
            END-IF.

      ****** QUEBRA POR CFOP E POR ALIQUOTA DE ICMS *********************
       2000-IMPRIMIR-LIVRO.
            SET WS-EOF TO 0
            MOVE 'S' TO WS-PRIMEIRO-GRUPO
            PERFORM UNTIL WS-EOF EQUAL 1
               RETURN ARQUIVO-ORDENACAO INTO REG-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF
                   IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                       PERFORM 2200-FECHAR-ALIQUOTA
                       PERFORM 2300-FECHAR-CFOP
                   END-IF
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S'
                       PERFORM 2050-ABRIR-CFOP
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                   ELSE
                       IF ORD-CFOP NOT EQUAL WS-CFOP-ATUAL
                           PERFORM 2200-FECHAR-ALIQUOTA
                           PERFORM 2300-FECHAR-CFOP
                           PERFORM 2050-ABRIR-CFOP
                       ELSE
                           IF ORD-ALIQ-ICMS NOT EQUAL WS-ALIQ-ATUAL
                               PERFORM 2200-FECHAR-ALIQUOTA
                               PERFORM 2060-ABRIR-ALIQUOTA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 2100-IMPRIMIR-LINHA
            END-PERFORM
            IF WS-PRIMEIRO-GRUPO EQUAL 'S'
                MOVE SPACES TO REG-REL-LIVRO
                MOVE '     NENHUMA NOTA DE ENTRADA NO MES' TO
                    REG-REL-LIVRO
                WRITE REG-REL-LIVRO
            END-IF
            WRITE REG-REL-LIVRO FROM WS-LINHA-SEPARADOR
            MOVE 'TOTAL GERAL DO MES' TO REL-TOT-ROTULO
            MOVE WS-CONTADOR TO REL-TOT-LINHAS
            MOVE WS-GER-VALOR TO REL-TOT-VALOR
            MOVE WS-GER-ICMS TO REL-TOT-ICMS
            MOVE WS-GER-IPI TO REL-TOT-IPI
            WRITE REG-REL-LIVRO FROM WS-LINHA-TOTAL.

      ****** NOVO CFOP ZERA OS TOTAIS DELE ******************************
       2050-ABRIR-CFOP.
            MOVE ORD-CFOP TO WS-CFOP-ATUAL
            INITIALIZE WS-CFOP-LINHAS
            INITIALIZE WS-CFOP-VALOR
            INITIALIZE WS-CFOP-ICMS
            INITIALIZE WS-CFOP-IPI
            PERFORM 2060-ABRIR-ALIQUOTA.

      ****** NOVA ALIQUOTA DE ICMS DENTRO DO CFOP ***********************
       2060-ABRIR-ALIQUOTA.
            MOVE ORD-ALIQ-ICMS TO WS-ALIQ-ATUAL
            INITIALIZE WS-SUB-LINHAS
            INITIALIZE WS-SUB-VALOR
            INITIALIZE WS-SUB-ICMS
            INITIALIZE WS-SUB-IPI
            MOVE ORD-CFOP TO REL-GRP-CFOP
            MOVE ORD-ALIQ-ICMS TO REL-GRP-ALIQ
            WRITE REG-REL-LIVRO FROM WS-LINHA-GRUPO.

      ****** UMA LINHA DE NOTA ******************************************
       2100-IMPRIMIR-LINHA.
            MOVE ORD-NUMERO TO REL-NUMERO
            MOVE ORD-SERIE TO REL-SERIE
            MOVE ORD-COD-FORNECEDOR TO REL-COD-FORNECEDOR
            MOVE ORD-CNPJ TO REL-CNPJ
            MOVE ORD-DATA-EMISSAO TO REL-DATA-EMISSAO
            MOVE ORD-DATA-ENTRADA TO REL-DATA-ENTRADA
            MOVE ORD-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE ORD-VALOR TO REL-VALOR
            MOVE ORD-ALIQ-ICMS TO REL-ALIQ-ICMS
            MOVE ORD-VALOR-ICMS TO REL-VALOR-ICMS
            MOVE ORD-ALIQ-IPI TO REL-ALIQ-IPI
            MOVE ORD-VALOR-IPI TO REL-VALOR-IPI
            WRITE REG-REL-LIVRO FROM WS-LINHA-DETALHE
            ADD 1 TO WS-SUB-LINHAS
            ADD ORD-VALOR TO WS-SUB-VALOR
            ADD ORD-VALOR-ICMS TO WS-SUB-ICMS
            ADD ORD-VALOR-IPI TO WS-SUB-IPI.

      ****** SUBTOTAL DA ALIQUOTA DE ICMS, SOMADO NO CFOP ***************
       2200-FECHAR-ALIQUOTA.
            MOVE WS-ALIQ-ATUAL TO WS-ALIQ-EDITADA
            MOVE SPACES TO REL-TOT-ROTULO
            STRING 'SUBTOTAL CFOP ' WS-CFOP-ATUAL ' ICMS '
                WS-ALIQ-EDITADA '%' DELIMITED BY SIZE
                INTO REL-TOT-ROTULO
            MOVE WS-SUB-LINHAS TO REL-TOT-LINHAS
            MOVE WS-SUB-VALOR TO REL-TOT-VALOR
            MOVE WS-SUB-ICMS TO REL-TOT-ICMS
            MOVE WS-SUB-IPI TO REL-TOT-IPI
            WRITE REG-REL-LIVRO FROM WS-LINHA-TOTAL
            ADD WS-SUB-LINHAS TO WS-CFOP-LINHAS
            ADD WS-SUB-VALOR TO WS-CFOP-VALOR
            ADD WS-SUB-ICMS TO WS-CFOP-ICMS
            ADD WS-SUB-IPI TO WS-CFOP-IPI.

      ****** TOTAL DO CFOP, SOMADO NO TOTAL GERAL ***********************
       2300-FECHAR-CFOP.
            MOVE SPACES TO REL-TOT-ROTULO
            STRING 'TOTAL CFOP ' WS-CFOP-ATUAL DELIMITED BY SIZE
                INTO REL-TOT-ROTULO
            MOVE WS-CFOP-LINHAS TO REL-TOT-LINHAS
            MOVE WS-CFOP-VALOR TO REL-TOT-VALOR
            MOVE WS-CFOP-ICMS TO REL-TOT-ICMS
            MOVE WS-CFOP-IPI TO REL-TOT-IPI
            WRITE REG-REL-LIVRO FROM WS-LINHA-TOTAL
            MOVE SPACES TO REG-REL-LIVRO
            WRITE REG-REL-LIVRO
            ADD WS-CFOP-VALOR TO WS-GER-VALOR
            ADD WS-CFOP-ICMS TO WS-GER-ICMS
            ADD WS-CFOP-IPI TO WS-GER-IPI.

      ****** BASE E IPI DO MES POR ALIQUOTA *****************************
       3000-IMPRIMIR-ALIQUOTAS-IPI.
            MOVE 'RESUMO DO MES POR ALIQUOTA DE IPI' TO REL-SUBTITULO
            WRITE REG-REL-LIVRO FROM WS-LINHA-SUBTITULO
            PERFORM VARYING WS-IND-IPI FROM 1 BY 1
                    UNTIL WS-IND-IPI > WS-QTD-ALIQ-IPI
                MOVE WS-IPI-ALIQ (WS-IND-IPI) TO WS-ALIQ-EDITADA
                MOVE SPACES TO REL-TOT-ROTULO
                STRING 'ALIQUOTA IPI ' WS-ALIQ-EDITADA '%'
                    DELIMITED BY SIZE INTO REL-TOT-ROTULO
                MOVE WS-IPI-LINHAS (WS-IND-IPI) TO REL-TOT-LINHAS
                MOVE WS-IPI-BASE (WS-IND-IPI) TO REL-TOT-VALOR
                MOVE ZEROS TO REL-TOT-ICMS
                MOVE WS-IPI-VALOR (WS-IND-IPI) TO REL-TOT-IPI
                WRITE REG-REL-LIVRO FROM WS-LINHA-TOTAL
            END-PERFORM
            IF WS-QTD-ALIQ-IPI EQUAL ZERO
                MOVE SPACES TO REG-REL-LIVRO
                MOVE '     NENHUMA' TO REG-REL-LIVRO
                WRITE REG-REL-LIVRO
            END-IF.

      ****** ENTRADAS DO MES LANCADAS SEM NOTA FISCAL *******************
       4000-IMPRIMIR-SEM-NOTA.
            MOVE 'ENTRADAS DO MES AINDA SEM NOTA FISCAL (FORA DO LIVRO)'
                TO REL-SUBTITULO
            WRITE REG-REL-LIVRO FROM WS-LINHA-SUBTITULO
            MOVE 'SEM NOTA' TO REL-TOT-ROTULO
            MOVE WS-SEM-NOTA TO REL-TOT-LINHAS
            MOVE WS-SEM-NOTA-VALOR TO REL-TOT-VALOR
            MOVE ZEROS TO REL-TOT-ICMS
            MOVE ZEROS TO REL-TOT-IPI
            WRITE REG-REL-LIVRO FROM WS-LINHA-TOTAL.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-LIVRO-ENTRADAS.
