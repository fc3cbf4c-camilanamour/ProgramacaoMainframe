      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CONSUMO DOS CONTRATOS DE FORNECIMENTO: PARA CADA
      *          CONTRATO DE CONTRATOS-FORNECEDOR, AGRUPADO POR
      *          FORNECEDOR, MOSTRA O PRECO, A QUANTIDADE CONTRATADA,
      *          A LIBERADA EM PEDIDOS PELO GERA-PEDIDOS, A JA
      *          RECEBIDA, O SALDO E O PERCENTUAL CONSUMIDO ATE O FIM
      *          DA VALIDADE; CONTRATO VIGENTE PERTO DO TETO
      *          (CONTRATOS_AVISO_PCT, PADRAO 90%) OU DO VENCIMENTO
      *          (CONTRATOS_AVISO_DIAS, PADRAO 30 DIAS) SAI MARCADO
      *          ** RENEGOCIAR ** — PARA COMPRAS SENTAR COM O
      *          FORNECEDOR ANTES DO ACORDO ACABAR, NAO DEPOIS.
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
      * 15 OUT 2026 - marca do contrato alargada para a renegociacao
      *               sair completa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CONTRATOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FORNSEL.
           COPY CTRSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT CONSUMO-CONTRATOS ASSIGN TO
           'C:\ARQUIVOS\consumo-contratos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY FORNFD.
           COPY CTRFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD CONSUMO-CONTRATOS.
       01 REG-CONSUMO              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-CTR            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-RENEGOCIAR        PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-FIM-INTEIRO       PIC 9(08).
       77 WS-SALDO             PIC 9(09).
       77 WS-PCT-LIBERADO      PIC 9(05).
       77 WS-FORNECEDOR-ATUAL  PIC 9(04).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-AVISO-PCT-TXT     PIC X(05).
       77 WS-AVISO-PCT-LEN     PIC 9(02).
       77 WS-AVISO-PCT         PIC 9(03) VALUE 90.
       77 WS-AVISO-DIAS-TXT    PIC X(05).
       77 WS-AVISO-DIAS-LEN    PIC 9(02).
       77 WS-AVISO-DIAS        PIC 9(03) VALUE 30.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(38)
              VALUE 'CONSUMO DOS CONTRATOS DE FORNECIMENTO '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(86) VALUE SPACES.

       01 WS-LINHA-FORNECEDOR.
           03 FILLER               PIC X(13) VALUE 'FORNECEDOR: '.
           03 REL-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(10) VALUE ' CONTATO: '.
           03 REL-CONTATO          PIC X(20).
           03 FILLER               PIC X(53) VALUE SPACES.

       01 WS-LINHA-CONTRATO.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(05) VALUE 'PROD '.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(07) VALUE ' PRECO '.
           03 REL-PRECO            PIC 9(07).99.
           03 FILLER               PIC X(07) VALUE ' CONTR '.
           03 REL-CONTRATADA       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(07) VALUE ' LIBER '.
           03 REL-LIBERADA         PIC ZZZZZZZZ9.
           03 FILLER               PIC X(07) VALUE ' RECEB '.
           03 REL-RECEBIDA         PIC ZZZZZZZZ9.
           03 FILLER               PIC X(07) VALUE ' SALDO '.
           03 REL-SALDO            PIC ZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PCT              PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(05) VALUE ' ATE '.
           03 REL-DATA-FIM         PIC 9(08).
           03 REL-MARCA            PIC X(17).

           COPY RUNWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- CONSUMO DOS CONTRATOS ---------------"
            MOVE 'REL-CONTRATOS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-RENEGOCIAR

            OPEN INPUT CONTRATOS-FORNECEDOR
            IF WS-FS-CTR NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE CONTRATOS AUSENTE'
            ELSE
                OPEN INPUT FORNECEDORES
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-DISPONIVEL
                ELSE
                    MOVE 'N' TO WS-FORN-DISPONIVEL
                END-IF
                OPEN OUTPUT CONSUMO-CONTRATOS
                MOVE WS-DATA-HOJE TO REL-DATA
                WRITE REG-CONSUMO FROM WS-LINHA-TITULO
                SET WS-EOF TO 0
                MOVE 'S' TO WS-PRIMEIRO-GRUPO
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTRATOS-FORNECEDOR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-PRIMEIRO-GRUPO EQUAL 'S' OR
                          CTR-COD-FORNECEDOR NOT EQUAL
                          WS-FORNECEDOR-ATUAL
                           MOVE CTR-COD-FORNECEDOR TO
                               WS-FORNECEDOR-ATUAL
                           MOVE 'N' TO WS-PRIMEIRO-GRUPO
                           PERFORM 1000-ABRIR-FORNECEDOR
                       END-IF
                       PERFORM 2000-IMPRIMIR-CONTRATO
                   END-READ
                END-PERFORM
                IF WS-PRIMEIRO-GRUPO NOT EQUAL 'S'
                    WRITE REG-CONSUMO FROM WS-LINHA-SEPARADOR
                END-IF
                CLOSE CONSUMO-CONTRATOS
                MOVE 'REL-CONTRATOS' TO WS-SPL-PROGRAMA
                MOVE 'C:\ARQUIVOS\consumo-contratos.txt'
                    TO WS-SPL-ORIGEM
                MOVE SPACES TO WS-SPL-PARAMETROS
                STRING 'AVISO-PCT=' DELIMITED BY SIZE
                    WS-AVISO-PCT DELIMITED BY SIZE
                    ' AVISO-DIAS=' DELIMITED BY SIZE
                    WS-AVISO-DIAS DELIMITED BY SIZE
                    INTO WS-SPL-PARAMETROS
                END-STRING
                PERFORM 9818-ARQUIVAR-RELATORIO
                IF WS-FORN-DISPONIVEL EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                CLOSE CONTRATOS-FORNECEDOR
            END-IF

            DISPLAY ' '
            IF WS-CONTADOR = 0
                DISPLAY 'NENHUM CONTRATO CADASTRADO'
            ELSE
                DISPLAY 'CONTRATOS LISTADOS: ' WS-CONTADOR
                DISPLAY 'CONTRATOS A RENEGOCIAR: ' WS-RENEGOCIAR
                DISPLAY 'RELATORIO GRAVADO: consumo-contratos.txt'
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-CONTADOR TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** LIMITES DE AVISO VINDOS DOS PARAMETROS *********************
       0400-OBTER-PARAMETROS.
            MOVE 'CONTRATOS_AVISO_PCT' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-AVISO-PCT-TXT
            INITIALIZE WS-AVISO-PCT-LEN
            INSPECT WS-AVISO-PCT-TXT TALLYING WS-AVISO-PCT-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-AVISO-PCT-LEN > ZERO AND
               WS-AVISO-PCT-TXT (1 : WS-AVISO-PCT-LEN) IS NUMERIC
                MOVE WS-AVISO-PCT-TXT (1 : WS-AVISO-PCT-LEN)
                    TO WS-AVISO-PCT
            END-IF
            IF WS-AVISO-PCT EQUAL ZERO
                MOVE 90 TO WS-AVISO-PCT
            END-IF
            MOVE 'CONTRATOS_AVISO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-AVISO-DIAS-TXT
            INITIALIZE WS-AVISO-DIAS-LEN
            INSPECT WS-AVISO-DIAS-TXT TALLYING WS-AVISO-DIAS-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-AVISO-DIAS-LEN > ZERO AND
               WS-AVISO-DIAS-TXT (1 : WS-AVISO-DIAS-LEN) IS NUMERIC
                MOVE WS-AVISO-DIAS-TXT (1 : WS-AVISO-DIAS-LEN)
                    TO WS-AVISO-DIAS
            END-IF.

      ****** CABECALHO COM O CONTATO DO FORNECEDOR **********************
       1000-ABRIR-FORNECEDOR.
            WRITE REG-CONSUMO FROM WS-LINHA-SEPARADOR
            MOVE WS-FORNECEDOR-ATUAL TO REL-COD-FORNECEDOR
            MOVE 'FORNECEDOR NAO CADASTRADO' TO REL-NOME-FORNECEDOR
            MOVE SPACES TO REL-CONTATO
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FORNECEDOR-ATUAL TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO REL-NOME-FORNECEDOR
                        MOVE CONTATO-FORNECEDOR TO REL-CONTATO
                END-READ
            END-IF
            WRITE REG-CONSUMO FROM WS-LINHA-FORNECEDOR.

      ****** UMA LINHA POR CONTRATO COM O SALDO E A MARCA ***************
       2000-IMPRIMIR-CONTRATO.
            MOVE ZEROS TO WS-SALDO
            IF CTR-QTD-LIBERADA < CTR-QTD-CONTRATADA
                SUBTRACT CTR-QTD-LIBERADA FROM CTR-QTD-CONTRATADA
                    GIVING WS-SALDO
            END-IF
            MOVE ZEROS TO WS-PCT-LIBERADO
            IF CTR-QTD-CONTRATADA > ZERO
                COMPUTE WS-PCT-LIBERADO =
                    CTR-QTD-LIBERADA * 100 / CTR-QTD-CONTRATADA
            END-IF
            MOVE CTR-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE CTR-PRECO TO REL-PRECO
            MOVE CTR-QTD-CONTRATADA TO REL-CONTRATADA
            MOVE CTR-QTD-LIBERADA TO REL-LIBERADA
            MOVE CTR-QTD-RECEBIDA TO REL-RECEBIDA
            MOVE WS-SALDO TO REL-SALDO
            MOVE WS-PCT-LIBERADO TO REL-PCT
            MOVE CTR-DATA-FIM TO REL-DATA-FIM
            MOVE SPACES TO REL-MARCA
            IF CTR-ENCERRADO
                MOVE ' ENCERRADO' TO REL-MARCA
            ELSE
                IF CTR-DATA-FIM < WS-DATA-HOJE
                    MOVE ' VENCIDO' TO REL-MARCA
                    ADD 1 TO WS-RENEGOCIAR
                ELSE
                    COMPUTE WS-FIM-INTEIRO =
                        FUNCTION INTEGER-OF-DATE(CTR-DATA-FIM)
                    IF WS-PCT-LIBERADO NOT LESS THAN WS-AVISO-PCT OR
                       WS-FIM-INTEIRO - WS-HOJE-INTEIRO NOT GREATER
                       THAN WS-AVISO-DIAS
                        MOVE ' ** RENEGOCIAR **' TO REL-MARCA
                        ADD 1 TO WS-RENEGOCIAR
                    END-IF
                END-IF
            END-IF
            WRITE REG-CONSUMO FROM WS-LINHA-CONTRATO
            ADD 1 TO WS-CONTADOR.

           COPY RUNGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM REL-CONTRATOS.
