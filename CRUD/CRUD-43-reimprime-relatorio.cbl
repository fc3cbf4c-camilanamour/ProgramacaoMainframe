      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: REIMPRESSAO DE RELATORIO DO SPOOL: LOCALIZA NO INDICE
      *          DO SPOOL AS EMISSOES DE UM PROGRAMA (BRANCO = TODOS)
      *          NUMA DATA (0 = TODAS), MOSTRA QUEM EMITIU, COM QUE
      *          PARAMETROS E QUANTAS PAGINAS, E REIMPRIME A EMISSAO
      *          ESCOLHIDA EXATAMENTE COMO SAIU: NA TELA E EM
      *          reimpressao.txt. EMISSAO JA EXPURGADA PELA RETENCAO
      *          (EXPURGA-SPOOL) NAO PODE SER REIMPRESSA. CADA
      *          REIMPRESSAO E CONTADA NO INDICE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-43-reimprime-relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT REIMPRESSAO ASSIGN TO
           'C:\ARQUIVOS\reimpressao.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REI.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY SPLFD.
           COPY SPIFD.

       FD REIMPRESSAO.
       01 REG-REIMPRESSAO          PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-REI            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-PROGRAMA-BUSCA    PIC X(20) VALUE SPACES.
       77 WS-DATA-BUSCA        PIC 9(08) VALUE ZERO.
       77 WS-QTD-ACHADAS       PIC 9(02).
       77 WS-ESCOLHA           PIC 9(02).
       77 WS-LINHAS-REIMPRESSAS PIC 9(07).
       77 WS-MAX-EMISSOES      PIC 9(02) VALUE 50.

       01 WS-EMISSOES-ACHADAS.
           03 WS-EMI-CHAVE OCCURS 50 TIMES PIC X(36).

           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "---------- REIMPRESSAO DE RELATORIO ----------"
            DISPLAY 'INFORME O PROGRAMA (BRANCO = TODOS):'
            ACCEPT WS-PROGRAMA-BUSCA
            MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-BUSCA)
                TO WS-PROGRAMA-BUSCA
            DISPLAY 'INFORME A DATA DA EMISSAO (AAAAMMDD, 0 = TODAS):'
            ACCEPT WS-DATA-BUSCA

            OPEN I-O SPOOL-INDICE
            IF WS-FS-SPI NOT EQUAL ZEROS
                DISPLAY 'INDICE DO SPOOL AUSENTE, NENHUM RELATORIO '
                    'ARQUIVADO'
                DISPLAY 'FILE STATUS: ' WS-FS-SPI
                STOP RUN
            END-IF

            PERFORM 1000-LOCALIZAR-EMISSOES
            IF WS-QTD-ACHADAS EQUAL ZERO
                DISPLAY 'NENHUMA EMISSAO ENCONTRADA'
            ELSE
                DISPLAY ' '
                DISPLAY 'INFORME O NUMERO DA EMISSAO A REIMPRIMIR '
                    '(0 = NENHUMA):'
                MOVE ZERO TO WS-ESCOLHA
                ACCEPT WS-ESCOLHA
                IF WS-ESCOLHA > ZERO AND
                   WS-ESCOLHA NOT > WS-QTD-ACHADAS
                    PERFORM 2000-REIMPRIMIR-EMISSAO
                ELSE
                    IF WS-ESCOLHA NOT EQUAL ZERO
                        DISPLAY 'NUMERO DE EMISSAO INVALIDO'
                    END-IF
                END-IF
            END-IF

            CLOSE SPOOL-INDICE.
            STOP RUN.

      ****** EMISSOES DO PROGRAMA/DATA PEDIDOS, NA ORDEM DO INDICE ******
       1000-LOCALIZAR-EMISSOES.
            INITIALIZE WS-QTD-ACHADAS
            MOVE WS-PROGRAMA-BUSCA TO SPI-PROGRAMA
            MOVE WS-DATA-BUSCA TO SPI-DATA
            MOVE ZEROS TO SPI-HORA
            IF WS-PROGRAMA-BUSCA EQUAL SPACES
                MOVE LOW-VALUES TO SPI-CHAVE
            END-IF
            START SPOOL-INDICE KEY IS NOT LESS THAN SPI-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
                NOT INVALID KEY
                    MOVE 0 TO WS-EOF
            END-START
            DISPLAY ' '
            DISPLAY 'NR PROGRAMA             DATA     HORA     USUARIO'
                '              PAGS REIMP SIT'
            PERFORM UNTIL WS-EOF EQUAL 1
               READ SPOOL-INDICE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-PROGRAMA-BUSCA NOT EQUAL SPACES AND
                      SPI-PROGRAMA NOT EQUAL WS-PROGRAMA-BUSCA
                       MOVE 1 TO WS-EOF
                   ELSE
                       IF WS-DATA-BUSCA EQUAL ZERO OR
                          SPI-DATA EQUAL WS-DATA-BUSCA
                           PERFORM 1100-LISTAR-EMISSAO
                       END-IF
                   END-IF
               END-READ
            END-PERFORM.

      ****** UMA EMISSAO NA LISTA, GUARDANDO A CHAVE PARA A ESCOLHA *****
       1100-LISTAR-EMISSAO.
            IF WS-QTD-ACHADAS EQUAL WS-MAX-EMISSOES
                DISPLAY 'MAIS DE ' WS-MAX-EMISSOES ' EMISSOES, INFORME '
                    'PROGRAMA E DATA PARA RESTRINGIR'
                MOVE 1 TO WS-EOF
            ELSE
                ADD 1 TO WS-QTD-ACHADAS
                MOVE SPI-CHAVE TO WS-EMI-CHAVE (WS-QTD-ACHADAS)
                DISPLAY WS-QTD-ACHADAS ' ' SPI-PROGRAMA ' ' SPI-DATA
                    ' ' SPI-HORA ' ' SPI-USUARIO ' ' SPI-PAGINAS
                    ' ' SPI-REIMPRESSOES ' ' SPI-SITUACAO
                IF SPI-PARAMETROS NOT EQUAL SPACES
                    DISPLAY '   PARAMETROS: ' SPI-PARAMETROS
                END-IF
            END-IF.

      ****** REIMPRIME A EMISSAO ESCOLHIDA COMO FOI ARQUIVADA ***********
       2000-REIMPRIMIR-EMISSAO.
            MOVE WS-EMI-CHAVE (WS-ESCOLHA) TO SPI-CHAVE
            READ SPOOL-INDICE RECORD
                KEY IS SPI-CHAVE
                INVALID KEY
                    DISPLAY 'EMISSAO NAO ENCONTRADA NO INDICE'
                NOT INVALID KEY
                    IF SPI-EXPURGADO
                        DISPLAY 'EMISSAO EXPURGADA PELA RETENCAO EM '
                            SPI-DATA-EXPURGO ', NAO HA O QUE '
                            'REIMPRIMIR'
                    ELSE
                        PERFORM 2100-COPIAR-SPOOL
                    END-IF
            END-READ.

      ****** LINHA A LINHA DO SPOOL PARA A TELA E reimpressao.txt *******
       2100-COPIAR-SPOOL.
            MOVE SPI-ARQUIVO TO WS-SPL-ORIGEM
            OPEN INPUT SPOOL-ORIGEM
            IF WS-FS-SPO NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DO SPOOL NAO ENCONTRADO: '
                    FUNCTION TRIM(SPI-ARQUIVO)
                DISPLAY 'FILE STATUS: ' WS-FS-SPO
            ELSE
                OPEN OUTPUT REIMPRESSAO
                INITIALIZE WS-LINHAS-REIMPRESSAS
                DISPLAY ' '
                SET WS-SPL-EOF TO 0
                PERFORM UNTIL WS-SPL-EOF EQUAL 1
                   READ SPOOL-ORIGEM
                   AT END
                       MOVE 1 TO WS-SPL-EOF
                   NOT AT END
                       DISPLAY FUNCTION TRIM(REG-SPOOL-ORIGEM TRAILING)
                       WRITE REG-REIMPRESSAO FROM REG-SPOOL-ORIGEM
                       ADD 1 TO WS-LINHAS-REIMPRESSAS
                   END-READ
                END-PERFORM
                CLOSE SPOOL-ORIGEM
                CLOSE REIMPRESSAO
                ADD 1 TO SPI-REIMPRESSOES
                REWRITE REG-SPOOL-INDICE
                END-REWRITE
                DISPLAY ' '
                DISPLAY 'LINHAS REIMPRESSAS: ' WS-LINHAS-REIMPRESSAS
                    ' (reimpressao.txt)'
                IF WS-LINHAS-REIMPRESSAS NOT EQUAL SPI-LINHAS
                    DISPLAY 'ATENCAO: O INDICE REGISTRA ' SPI-LINHAS
                        ' LINHAS PARA ESTA EMISSAO'
                END-IF
            END-IF.
       END PROGRAM CRUD-43-reimprime-relatorio.
