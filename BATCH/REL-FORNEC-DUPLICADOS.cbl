      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO DE FORNECEDORES DUPLICADOS PARA UNIFICACAO:
      *          PARTE 1 LISTA OS FORNECEDORES QUE TEM O MESMO
      *          CNPJ-FORNECEDOR (PELA CHAVE ALTERNATIVA); PARTE 2
      *          COMPARA OS NOMES DOIS A DOIS DEPOIS DE NORMALIZADOS
      *          (MAIUSCULAS, SEM PONTUACAO, SEM ESPACOS E SEM LTDA,
      *          S/A, ME, EPP, EIRELI, CIA, DE/DA/DO/E) E APONTA O PAR
      *          COM NOME NORMALIZADO IGUAL, COM OS MESMOS 10
      *          PRIMEIROS CARACTERES OU QUE DIFERE EM UMA SO LETRA.
      *          PAR COM CNPJ DE RAIZES DIFERENTES (OITO PRIMEIROS
      *          DIGITOS) E EMPRESA DISTINTA E NAO E LISTADO; MESMA
      *          RAIZ COM FILIAL DIFERENTE APARECE COMO PAR DE NOME.
      *          O COMPRAS E O FINANCEIRO DECIDEM A UNIFICACAO A
      *          PARTIR DESTA LISTA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-FORNEC-DUPLICADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FORNSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT FORNEC-DUPLICADOS ASSIGN TO
           'C:\ARQUIVOS\rel-fornec-duplicados.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY FORNFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD FORNEC-DUPLICADOS.
       01 REG-REL-FORNEC-DUPLICADOS PIC X(110).

       WORKING-STORAGE SECTION.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(05).
       77 WS-PARES-CNPJ        PIC 9(05).
       77 WS-PARES-NOME        PIC 9(05).
       77 WS-QTD-FORN          PIC 9(05).
       77 WS-I                 PIC 9(05).
       77 WS-J                 PIC 9(05).
       77 WS-P                 PIC 9(05).
       77 WS-K                 PIC 9(02).
       77 WS-NORM-LEN          PIC 9(02).
       77 WS-DIFERENCAS        PIC 9(02).
       77 WS-PRIMEIRA-DIF      PIC 9(02).
       77 WS-MOTIVO            PIC X(24).
       77 WS-PAR-CANDIDATO     PIC X(01).
       77 WS-CNPJ-ANTERIOR     PIC 9(14).
       77 WS-COD-ANTERIOR      PIC 9(04).
       77 WS-NOME-ANTERIOR     PIC X(30).
       77 WS-NOME-TRAB         PIC X(32).
       77 WS-NOME-NORM         PIC X(30).

       01 WS-TABELA-FORNECEDORES.
           03 TAB-FORNECEDOR OCCURS 9999 TIMES.
               05 TAB-COD          PIC 9(04).
               05 TAB-NOME         PIC X(30).
               05 TAB-NORM         PIC X(30).
               05 TAB-NORM-LEN     PIC 9(02).
               05 TAB-CNPJ.
                   07 TAB-CNPJ-RAIZ  PIC 9(08).
                   07 TAB-CNPJ-FILIAL PIC 9(06).

       01 WS-LINHA-SEPARADOR       PIC X(110) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(44)
              VALUE 'FORNECEDORES DUPLICADOS PARA UNIFICACAO - EM'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-EMISSAO     PIC 9(08).
           03 FILLER               PIC X(57) VALUE SPACES.

       01 WS-LINHA-SECAO.
           03 REL-SEC-TITULO       PIC X(60).
           03 FILLER               PIC X(50) VALUE SPACES.

       01 WS-LINHA-CABECALHO.
           03 FILLER               PIC X(26) VALUE 'MOTIVO'.
           03 FILLER               PIC X(42) VALUE 'FORNECEDOR'.
           03 FILLER               PIC X(42) VALUE 'FORNECEDOR'.

       01 WS-LINHA-PAR.
           03 REL-PAR-MOTIVO       PIC X(24).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-PAR-COD-1        PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-PAR-NOME-1       PIC X(30).
           03 FILLER               PIC X(06) VALUE SPACES.
           03 REL-PAR-COD-2        PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-PAR-NOME-2       PIC X(30).
           03 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LINHA-NENHUM.
           03 FILLER               PIC X(40)
              VALUE '  NENHUM PAR ENCONTRADO'.
           03 FILLER               PIC X(70) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 REL-TOT-TITULO       PIC X(40).
           03 REL-TOT-QTD          PIC ZZZZ9.
           03 FILLER               PIC X(65) VALUE SPACES.

           COPY RUNWS.
           COPY CNPJWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------ FORNECEDORES DUPLICADOS ------"
            MOVE 'REL-FORNEC-DUPLICADOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            INITIALIZE WS-LIDOS
            INITIALIZE WS-PARES-CNPJ
            INITIALIZE WS-PARES-NOME
            INITIALIZE WS-QTD-FORN

            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE FORNECEDORES AUSENTE'
                MOVE WS-FS-FORN TO WS-RUN-STATUS
            ELSE
                OPEN OUTPUT FORNEC-DUPLICADOS
                ACCEPT REL-DATA-EMISSAO FROM DATE YYYYMMDD
                WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-TITULO
                WRITE REG-REL-FORNEC-DUPLICADOS
                    FROM WS-LINHA-SEPARADOR
                PERFORM 1000-MESMO-CNPJ
                PERFORM 2000-CARREGAR-TABELA
                PERFORM 3000-NOMES-PARECIDOS
                PERFORM 4000-IMPRIMIR-TOTAIS
                CLOSE FORNEC-DUPLICADOS
                MOVE 'REL-FORNEC-DUPLICADOS' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\rel-fornec-duplicados.txt'
                    TO WS-SPL-ORIGEM
                PERFORM 9818-ARQUIVAR-RELATORIO
                DISPLAY 'FORNECEDORES LIDOS......: ' WS-LIDOS
                DISPLAY 'PARES COM O MESMO CNPJ..: ' WS-PARES-CNPJ
                DISPLAY 'PARES COM NOME PARECIDO.: ' WS-PARES-NOME
                DISPLAY 'RELATORIO GRAVADO: rel-fornec-duplicados.txt'
                MOVE WS-FS-REL TO WS-RUN-STATUS
            END-IF
            CLOSE FORNECEDORES

            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            COMPUTE WS-RUN-GRAVADOS = WS-PARES-CNPJ + WS-PARES-NOME
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** PARTE 1: MESMO CNPJ, NA ORDEM DA CHAVE ALTERNATIVA *********
       1000-MESMO-CNPJ.
            MOVE 'PARTE 1 - FORNECEDORES COM O MESMO CNPJ' TO
                REL-SEC-TITULO
            PERFORM 7000-CABECALHO-SECAO
            MOVE ZEROS TO WS-CNPJ-ANTERIOR
            MOVE ZEROS TO CNPJ-FORNECEDOR
            START FORNECEDORES KEY IS GREATER THAN CNPJ-FORNECEDOR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ FORNECEDORES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CNPJ-FORNECEDOR EQUAL WS-CNPJ-ANTERIOR
                               MOVE CNPJ-FORNECEDOR TO WS-CNPJ-VALIDAR
                               PERFORM 9892-FORMATAR-CNPJ
                               MOVE WS-CNPJ-FORMATADO TO WS-MOTIVO
                               MOVE WS-COD-ANTERIOR TO REL-PAR-COD-1
                               MOVE WS-NOME-ANTERIOR TO REL-PAR-NOME-1
                               MOVE COD-FORNECEDOR OF REG-FORNECEDOR
                                   TO REL-PAR-COD-2
                               MOVE NOME-FORNECEDOR TO REL-PAR-NOME-2
                               PERFORM 7100-IMPRIMIR-PAR
                               ADD 1 TO WS-PARES-CNPJ
                           ELSE
                               MOVE CNPJ-FORNECEDOR TO WS-CNPJ-ANTERIOR
                               MOVE COD-FORNECEDOR OF REG-FORNECEDOR
                                   TO WS-COD-ANTERIOR
                               MOVE NOME-FORNECEDOR TO WS-NOME-ANTERIOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START
            IF WS-PARES-CNPJ EQUAL ZERO
                WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-NENHUM
            END-IF.

      ****** CARREGA CODIGO, NOME NORMALIZADO E CNPJ NA TABELA **********
       2000-CARREGAR-TABELA.
            MOVE ZEROS TO COD-FORNECEDOR OF REG-FORNECEDOR
            START FORNECEDORES KEY IS NOT LESS THAN
                COD-FORNECEDOR OF REG-FORNECEDOR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF TO 0
                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ FORNECEDORES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           IF WS-QTD-FORN < 9999
                               ADD 1 TO WS-QTD-FORN
                               PERFORM 2100-GUARDAR-FORNECEDOR
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

       2100-GUARDAR-FORNECEDOR.
            MOVE COD-FORNECEDOR OF REG-FORNECEDOR TO
                TAB-COD (WS-QTD-FORN)
            MOVE NOME-FORNECEDOR TO TAB-NOME (WS-QTD-FORN)
            MOVE CNPJ-FORNECEDOR TO TAB-CNPJ (WS-QTD-FORN)
            PERFORM 2200-NORMALIZAR-NOME
            MOVE WS-NOME-NORM TO TAB-NORM (WS-QTD-FORN)
            MOVE WS-NORM-LEN TO TAB-NORM-LEN (WS-QTD-FORN).

      ****** NOME SEM PONTUACAO, SEM SUFIXO SOCIETARIO E SEM ESPACOS ****
       2200-NORMALIZAR-NOME.
            MOVE SPACES TO WS-NOME-TRAB
            MOVE NOME-FORNECEDOR TO WS-NOME-TRAB (2 : 30)
            INSPECT WS-NOME-TRAB CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-NOME-TRAB CONVERTING '.,/-&()' TO '       '
            PERFORM 2 TIMES
                INSPECT WS-NOME-TRAB REPLACING
                    ALL ' LTDA ' BY '      '
                    ALL ' EIRELI ' BY '        '
                    ALL ' EPP ' BY '     '
                    ALL ' CIA ' BY '     '
                    ALL ' S A ' BY '     '
                    ALL ' SA ' BY '    '
                    ALL ' ME ' BY '    '
                    ALL ' DE ' BY '    '
                    ALL ' DA ' BY '    '
                    ALL ' DO ' BY '    '
                    ALL ' E ' BY '   '
            END-PERFORM
            MOVE SPACES TO WS-NOME-NORM
            INITIALIZE WS-NORM-LEN
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 32
                IF WS-NOME-TRAB (WS-K : 1) NOT EQUAL SPACE AND
                   WS-NORM-LEN < 30
                    ADD 1 TO WS-NORM-LEN
                    MOVE WS-NOME-TRAB (WS-K : 1) TO
                        WS-NOME-NORM (WS-NORM-LEN : 1)
                END-IF
            END-PERFORM.

      ****** PARTE 2: NOMES PARECIDOS, DOIS A DOIS **********************
       3000-NOMES-PARECIDOS.
            MOVE 'PARTE 2 - FORNECEDORES COM NOME PARECIDO' TO
                REL-SEC-TITULO
            PERFORM 7000-CABECALHO-SECAO
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-QTD-FORN
                PERFORM VARYING WS-J FROM WS-I BY 1
                        UNTIL WS-J >= WS-QTD-FORN
                    PERFORM 3100-COMPARAR-PAR
                END-PERFORM
            END-PERFORM
            IF WS-PARES-NOME EQUAL ZERO
                WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-NENHUM
            END-IF.

      ****** COMPARA O FORNECEDOR WS-I COM O WS-P = WS-J + 1 ************
       3100-COMPARAR-PAR.
            ADD 1 TO WS-J GIVING WS-P
            MOVE 'S' TO WS-PAR-CANDIDATO
            IF TAB-NORM-LEN (WS-I) EQUAL ZERO OR
               TAB-NORM-LEN (WS-P) EQUAL ZERO
                MOVE 'N' TO WS-PAR-CANDIDATO
            END-IF
            IF TAB-CNPJ (WS-I) NOT EQUAL ZEROS AND
               TAB-CNPJ (WS-P) NOT EQUAL ZEROS
                IF TAB-CNPJ (WS-I) EQUAL TAB-CNPJ (WS-P) OR
                   TAB-CNPJ-RAIZ (WS-I) NOT EQUAL
                   TAB-CNPJ-RAIZ (WS-P)
                    MOVE 'N' TO WS-PAR-CANDIDATO
                END-IF
            END-IF
            IF WS-PAR-CANDIDATO EQUAL 'S'
                PERFORM 3200-CONTAR-DIFERENCAS
                MOVE SPACES TO WS-MOTIVO
                EVALUATE TRUE
                    WHEN WS-DIFERENCAS EQUAL ZERO
                        MOVE 'NOME NORMALIZADO IGUAL' TO WS-MOTIVO
                    WHEN WS-PRIMEIRA-DIF > 10
                        MOVE 'MESMO INICIO DE NOME' TO WS-MOTIVO
                    WHEN WS-DIFERENCAS EQUAL 1 AND
                         TAB-NORM-LEN (WS-I) EQUAL TAB-NORM-LEN (WS-P)
                        MOVE 'DIFERE EM UMA LETRA' TO WS-MOTIVO
                END-EVALUATE
                IF WS-MOTIVO NOT EQUAL SPACES
                    MOVE TAB-COD (WS-I) TO REL-PAR-COD-1
                    MOVE TAB-NOME (WS-I) TO REL-PAR-NOME-1
                    MOVE TAB-COD (WS-P) TO REL-PAR-COD-2
                    MOVE TAB-NOME (WS-P) TO REL-PAR-NOME-2
                    PERFORM 7100-IMPRIMIR-PAR
                    ADD 1 TO WS-PARES-NOME
                END-IF
            END-IF.

      ****** POSICOES DIFERENTES ENTRE OS DOIS NOMES NORMALIZADOS *******
       3200-CONTAR-DIFERENCAS.
            INITIALIZE WS-DIFERENCAS
            MOVE 31 TO WS-PRIMEIRA-DIF
            PERFORM VARYING WS-NORM-LEN FROM 1 BY 1
                    UNTIL WS-NORM-LEN > 30
                IF TAB-NORM (WS-I) (WS-NORM-LEN : 1) NOT EQUAL
                   TAB-NORM (WS-P) (WS-NORM-LEN : 1)
                    ADD 1 TO WS-DIFERENCAS
                    IF WS-PRIMEIRA-DIF EQUAL 31
                        MOVE WS-NORM-LEN TO WS-PRIMEIRA-DIF
                    END-IF
                END-IF
            END-PERFORM.

      ****** TITULO E CABECALHO DE UMA PARTE DO RELATORIO ***************
       7000-CABECALHO-SECAO.
            MOVE SPACES TO REG-REL-FORNEC-DUPLICADOS
            WRITE REG-REL-FORNEC-DUPLICADOS
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-SECAO
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-CABECALHO
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-SEPARADOR.

      ****** UMA LINHA POR PAR DE FORNECEDORES **************************
       7100-IMPRIMIR-PAR.
            MOVE WS-MOTIVO TO REL-PAR-MOTIVO
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-PAR.

      ****** TOTAIS NO FIM DO RELATORIO *********************************
       4000-IMPRIMIR-TOTAIS.
            MOVE SPACES TO REG-REL-FORNEC-DUPLICADOS
            WRITE REG-REL-FORNEC-DUPLICADOS
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-SEPARADOR
            MOVE 'FORNECEDORES LIDOS....................:' TO
                REL-TOT-TITULO
            MOVE WS-LIDOS TO REL-TOT-QTD
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-TOTAL
            MOVE 'PARES COM O MESMO CNPJ................:' TO
                REL-TOT-TITULO
            MOVE WS-PARES-CNPJ TO REL-TOT-QTD
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-TOTAL
            MOVE 'PARES COM NOME PARECIDO...............:' TO
                REL-TOT-TITULO
            MOVE WS-PARES-NOME TO REL-TOT-QTD
            WRITE REG-REL-FORNEC-DUPLICADOS FROM WS-LINHA-TOTAL.

           COPY RUNGRV.
           COPY CNPJCHK.
           COPY SPLGRV.
       END PROGRAM REL-FORNEC-DUPLICADOS.
