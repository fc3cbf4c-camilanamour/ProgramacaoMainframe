      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: ACERTO DO ESTOQUE CONSIGNADO COM O FORNECEDOR: JUNTA
      *          OS CONSUMOS CONSIGNADOS PENDENTES
      *          (MOVIMENTO-CONSIGNADO TIPO C) ATE A DATA DE CORTE
      *          (VARIAVEL CONSIG_ATE AAAAMMDD, PADRAO HOJE) E GERA,
      *          POR FORNECEDOR E MOEDA, UM PEDIDO DE ACERTO EM
      *          PEDIDOS-COMPRA (PED-LIBERACAO K) COM UMA LINHA POR
      *          PRODUTO: QUANTIDADE CONSUMIDA, PRECO MEDIO DO ACORDO
      *          E JA RECEBIDA, PARA A NOTA DO FORNECEDOR PASSAR PELA
      *          CONFERENCIA DE FATURAS E SEGUIR PARA O CONTAS A
      *          PAGAR. MARCA OS CONSUMOS COMO ACERTADOS NO PEDIDO,
      *          LANCA O VALOR EM MOEDA LOCAL NO REALIZADO DO
      *          ORCAMENTO DA CATEGORIA NO MES DO ACERTO E IMPRIME O
      *          EXTRATO DO ACERTO POR FORNECEDOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACERTA-CONSIGNACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY MCSSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY CAMSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ACERTO-CONSIGNACAO ASSIGN TO
           'C:\ARQUIVOS\acerto-consignacao.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-consignacao.tmp'.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY PEDFD.
           COPY MCSFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY CAMFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ACERTO-CONSIGNACAO.
       01 REG-ACERTO               PIC X(132).

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
           03 ORD-COD-FORNECEDOR   PIC 9(04).
           03 ORD-MOEDA            PIC X(03).
           03 ORD-COD-PRODUTO      PIC 9(06).
           03 ORD-MOV-NUMERO       PIC 9(09).
           03 ORD-QUANTIDADE       PIC 9(09).
           03 ORD-PRECO            PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-MCS            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-ORD           PIC 99.
       77 WS-PARAMETRO         PIC X(08).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-CORTE        PIC 9(08).
       77 WS-CONSUMOS-LIDOS    PIC 9(07).
       77 WS-CONSUMOS-ACERTADOS PIC 9(07).
       77 WS-PEDIDOS-GERADOS   PIC 9(05).
       77 WS-LINHAS-GERADAS    PIC 9(07).
       77 WS-SEM-CAMBIO        PIC 9(05).
       77 WS-NUMERO-PEDIDO     PIC 9(06).
       77 WS-FORNECEDOR-ATUAL  PIC 9(04).
       77 WS-MOEDA-ATUAL       PIC X(03).
       77 WS-PRODUTO-ATUAL     PIC 9(06).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-CATEGORIA-ACERTO  PIC X(15).
       77 WS-VALOR-LINHA-MOEDA PIC 9(14)V99.
       77 WS-VALOR-LINHA-LOCAL PIC 9(14)V99.

       01 WS-DATA-HOJE-PARTES.
           03 WS-HOJE-AAAAMM       PIC 9(06).
           03 WS-HOJE-DIA          PIC 9(02).

       01 WS-TOTAIS-PRODUTO.
           03 WS-PRD-QUANTIDADE    PIC 9(11).
           03 WS-PRD-VALOR         PIC 9(14)V99.

       01 WS-TOTAIS-PEDIDO.
           03 WS-PED-QUANTIDADE    PIC 9(11).
           03 WS-PED-VALOR         PIC 9(14)V99.
           03 WS-PED-VALOR-LOCAL   PIC 9(14)V99.

       01 WS-TOTAIS-GERAL.
           03 WS-GER-VALOR-LOCAL   PIC 9(16)V99.

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(35)
              VALUE 'ACERTO DE CONSIGNACAO - CONSUMO ATE'.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-DATA-CORTE       PIC 9(08).
           03 FILLER               PIC X(13) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(67) VALUE SPACES.

       01 WS-LINHA-FORNECEDOR.
           03 FILLER               PIC X(12) VALUE 'FORNECEDOR: '.
           03 REL-COD-FORNECEDOR   PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-NOME-FORNECEDOR  PIC X(30).
           03 FILLER               PIC X(19)
              VALUE ' PEDIDO DE ACERTO: '.
           03 REL-NUMERO-PEDIDO    PIC 9(06).
           03 FILLER               PIC X(09) VALUE ' MOEDA: '.
           03 REL-MOEDA            PIC X(03).
           03 FILLER               PIC X(47) VALUE SPACES.

       01 WS-LINHA-COLUNAS.
           03 FILLER               PIC X(33) VALUE
              '   PRODUTO'.
           03 FILLER               PIC X(12) VALUE '  QUANTIDADE'.
           03 FILLER               PIC X(13) VALUE ' PRECO MEDIO'.
           03 FILLER               PIC X(19) VALUE
              '     VALOR NA MOEDA'.
           03 FILLER               PIC X(55) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-QUANTIDADE       PIC ZZZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-PRECO            PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-VALOR            PIC ZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(57) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 REL-TOTAL-TEXTO      PIC X(30).
           03 REL-TOTAL-QTD        PIC ZZZZZZZZZZ9.
           03 FILLER               PIC X(14) VALUE SPACES.
           03 REL-TOTAL-VALOR      PIC ZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-TOTAL-LOCAL-TXT  PIC X(14).
           03 REL-TOTAL-LOCAL      PIC ZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(25) VALUE SPACES.

       01 WS-LINHA-GERAL.
           03 FILLER               PIC X(45) VALUE
              'TOTAL ACERTADO EM MOEDA LOCAL:'.
           03 REL-GERAL-VALOR      PIC ZZZZZZZZZZZZZZZ9.99.
           03 FILLER               PIC X(68) VALUE SPACES.

       01 WS-LINHA-NADA.
           03 FILLER               PIC X(50) VALUE
              'NENHUM CONSUMO CONSIGNADO PENDENTE ATE A DATA'.
           03 FILLER               PIC X(82) VALUE SPACES.

           COPY PRODWS.
           COPY PRODPATH.
           COPY SEQWS.
           COPY CAMWS.
           COPY ORCWS.
           COPY RUNWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- ACERTO DE CONSIGNACAO ---------------"
            MOVE 'ACERTA-CONSIGNACAO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-HOJE-PARTES
            PERFORM 0400-OBTER-PARAMETROS
            INITIALIZE WS-CONSUMOS-LIDOS
            INITIALIZE WS-CONSUMOS-ACERTADOS
            INITIALIZE WS-PEDIDOS-GERADOS
            INITIALIZE WS-LINHAS-GERADAS
            INITIALIZE WS-SEM-CAMBIO
            INITIALIZE WS-TOTAIS-GERAL

            OPEN INPUT MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS NOT EQUAL ZEROS
                DISPLAY 'NENHUM MOVIMENTO CONSIGNADO REGISTRADO'
            ELSE
                CLOSE MOVIMENTO-CONSIGNADO
                OPEN I-O PEDIDOS-COMPRA
                IF WS-FS-PED EQUAL 35
                    OPEN OUTPUT PEDIDOS-COMPRA
                    CLOSE PEDIDOS-COMPRA
                    OPEN I-O PEDIDOS-COMPRA
                END-IF
                IF WS-FS-PED NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO ABRIR PEDIDOS DE COMPRA: '
                        WS-FS-PED
                ELSE
                    OPEN INPUT PRODUTOS
                    OPEN INPUT FORNECEDORES
                    IF WS-FS-FORN EQUAL ZEROS
                        MOVE 'S' TO WS-FORN-DISPONIVEL
                    ELSE
                        MOVE 'N' TO WS-FORN-DISPONIVEL
                    END-IF
                    OPEN OUTPUT ACERTO-CONSIGNACAO
                    MOVE WS-DATA-CORTE TO REL-DATA-CORTE
                    MOVE WS-DATA-HOJE TO REL-DATA
                    WRITE REG-ACERTO FROM WS-LINHA-TITULO
                    WRITE REG-ACERTO FROM WS-LINHA-SEPARADOR

                    SORT ARQUIVO-ORDENACAO
                        ON ASCENDING KEY ORD-COD-FORNECEDOR
                        ON ASCENDING KEY ORD-MOEDA
                        ON ASCENDING KEY ORD-COD-PRODUTO
                        ON ASCENDING KEY ORD-MOV-NUMERO
                        INPUT PROCEDURE IS 1000-SELECIONAR-CONSUMOS
                        OUTPUT PROCEDURE IS 2000-GERAR-ACERTOS

                    IF WS-CONSUMOS-LIDOS EQUAL ZERO
                        WRITE REG-ACERTO FROM WS-LINHA-NADA
                    ELSE
                        WRITE REG-ACERTO FROM WS-LINHA-SEPARADOR
                        MOVE WS-GER-VALOR-LOCAL TO REL-GERAL-VALOR
                        WRITE REG-ACERTO FROM WS-LINHA-GERAL
                    END-IF
                    CLOSE ACERTO-CONSIGNACAO
                    MOVE 'ACERTA-CONSIGNACAO' TO WS-SPL-PROGRAMA
                    MOVE 'C:\ARQUIVOS\acerto-consignacao.txt'
                        TO WS-SPL-ORIGEM
                    PERFORM 9818-ARQUIVAR-RELATORIO
                    IF WS-FORN-DISPONIVEL EQUAL 'S'
                        CLOSE FORNECEDORES
                    END-IF
                    CLOSE PRODUTOS
                    CLOSE PEDIDOS-COMPRA
                END-IF
            END-IF

            DISPLAY ' '
            DISPLAY 'CONSUMOS CONSIGNADOS PENDENTES: ' WS-CONSUMOS-LIDOS
            DISPLAY 'CONSUMOS ACERTADOS: ' WS-CONSUMOS-ACERTADOS
            DISPLAY 'PEDIDOS DE ACERTO GERADOS: ' WS-PEDIDOS-GERADOS
            DISPLAY 'LINHAS DE PEDIDO GERADAS: ' WS-LINHAS-GERADAS
            IF WS-SEM-CAMBIO > ZERO
                DISPLAY 'LINHAS SEM TAXA DE CAMBIO (FORA DO '
                    'ORCAMENTO): ' WS-SEM-CAMBIO
            END-IF
            DISPLAY 'RELATORIO GRAVADO: acerto-consignacao.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONSUMOS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-LINHAS-GERADAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-PED TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** DATA DE CORTE DO ACERTO VINDA DO AMBIENTE ******************
       0400-OBTER-PARAMETROS.
            MOVE SPACES TO WS-PARAMETRO
            ACCEPT WS-PARAMETRO FROM ENVIRONMENT 'CONSIG_ATE'
            IF WS-PARAMETRO NOT EQUAL SPACES AND
               WS-PARAMETRO IS NUMERIC
                MOVE WS-PARAMETRO TO WS-DATA-CORTE
            ELSE
                MOVE WS-DATA-HOJE TO WS-DATA-CORTE
            END-IF.

      ****** CONSUMOS CONSIGNADOS PENDENTES ATE A DATA DE CORTE *********
       1000-SELECIONAR-CONSUMOS.
            OPEN INPUT MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-CONSIGNADO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MCS-CONSUMO AND MCS-PENDENTE AND
                          MCS-DATA NOT GREATER WS-DATA-CORTE AND
                          MCS-QUANTIDADE > ZERO
                           MOVE MCS-COD-FORNECEDOR TO
                               ORD-COD-FORNECEDOR
                           MOVE MCS-MOEDA TO ORD-MOEDA
                           MOVE MCS-COD-PRODUTO TO ORD-COD-PRODUTO
                           MOVE MCS-MOV-NUMERO TO ORD-MOV-NUMERO
                           MOVE MCS-QUANTIDADE TO ORD-QUANTIDADE
                           MOVE MCS-PRECO TO ORD-PRECO
                           RELEASE REG-ORDENACAO
                           ADD 1 TO WS-CONSUMOS-LIDOS
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF.

      ****** UM PEDIDO POR FORNECEDOR E MOEDA, UMA LINHA POR PRODUTO ****
       2000-GERAR-ACERTOS.
            MOVE 'S' TO WS-PRIMEIRO-GRUPO
            OPEN I-O MOVIMENTO-CONSIGNADO
            SET WS-EOF-ORD TO 0
            PERFORM UNTIL WS-EOF-ORD EQUAL 1
               RETURN ARQUIVO-ORDENACAO
               AT END
                   MOVE 1 TO WS-EOF-ORD
               NOT AT END
                   IF WS-PRIMEIRO-GRUPO EQUAL 'S'
                       PERFORM 2100-ABRIR-PEDIDO
                       PERFORM 2300-ABRIR-PRODUTO
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                   ELSE
                       IF ORD-COD-FORNECEDOR NOT EQUAL
                          WS-FORNECEDOR-ATUAL OR
                          ORD-MOEDA NOT EQUAL WS-MOEDA-ATUAL
                           PERFORM 2400-FECHAR-PRODUTO
                           PERFORM 2200-FECHAR-PEDIDO
                           PERFORM 2100-ABRIR-PEDIDO
                           PERFORM 2300-ABRIR-PRODUTO
                       ELSE
                           IF ORD-COD-PRODUTO NOT EQUAL
                              WS-PRODUTO-ATUAL
                               PERFORM 2400-FECHAR-PRODUTO
                               PERFORM 2300-ABRIR-PRODUTO
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 2350-ACERTAR-CONSUMO
               END-RETURN
            END-PERFORM
            IF WS-PRIMEIRO-GRUPO EQUAL 'N'
                PERFORM 2400-FECHAR-PRODUTO
                PERFORM 2200-FECHAR-PEDIDO
            END-IF
            CLOSE MOVIMENTO-CONSIGNADO.

      ****** NOVO PEDIDO DE ACERTO PARA O FORNECEDOR ********************
       2100-ABRIR-PEDIDO.
            MOVE ORD-COD-FORNECEDOR TO WS-FORNECEDOR-ATUAL
            MOVE ORD-MOEDA TO WS-MOEDA-ATUAL
            INITIALIZE WS-TOTAIS-PEDIDO
            MOVE 'PEDIDO' TO WS-SEQ-NOME
            PERFORM 9900-PROXIMO-NUMERO
            MOVE WS-SEQ-NUMERO TO WS-NUMERO-PEDIDO
            ADD 1 TO WS-PEDIDOS-GERADOS
            MOVE WS-MOEDA-ATUAL TO WS-CAMBIO-MOEDA
            MOVE WS-DATA-HOJE TO WS-CAMBIO-DATA
            PERFORM 9930-OBTER-TAXA-CAMBIO
            MOVE WS-FORNECEDOR-ATUAL TO REL-COD-FORNECEDOR
            MOVE SPACES TO REL-NOME-FORNECEDOR
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FORNECEDOR-ATUAL TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        MOVE '** NAO CADASTRADO **' TO
                            REL-NOME-FORNECEDOR
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO REL-NOME-FORNECEDOR
                END-READ
            END-IF
            MOVE WS-NUMERO-PEDIDO TO REL-NUMERO-PEDIDO
            MOVE WS-MOEDA-ATUAL TO REL-MOEDA
            WRITE REG-ACERTO FROM WS-LINHA-FORNECEDOR
            WRITE REG-ACERTO FROM WS-LINHA-COLUNAS.

      ****** TOTAL DO PEDIDO DE ACERTO **********************************
       2200-FECHAR-PEDIDO.
            MOVE 'TOTAL DO PEDIDO' TO REL-TOTAL-TEXTO
            MOVE WS-PED-QUANTIDADE TO REL-TOTAL-QTD
            MOVE WS-PED-VALOR TO REL-TOTAL-VALOR
            MOVE 'MOEDA LOCAL: ' TO REL-TOTAL-LOCAL-TXT
            MOVE WS-PED-VALOR-LOCAL TO REL-TOTAL-LOCAL
            WRITE REG-ACERTO FROM WS-LINHA-TOTAL
            MOVE SPACES TO REG-ACERTO
            WRITE REG-ACERTO
            ADD WS-PED-VALOR-LOCAL TO WS-GER-VALOR-LOCAL.

      ****** NOVO PRODUTO DENTRO DO PEDIDO ******************************
       2300-ABRIR-PRODUTO.
            MOVE ORD-COD-PRODUTO TO WS-PRODUTO-ATUAL
            INITIALIZE WS-TOTAIS-PRODUTO.

      ****** MARCA O CONSUMO COMO ACERTADO NO PEDIDO ********************
       2350-ACERTAR-CONSUMO.
            ADD ORD-QUANTIDADE TO WS-PRD-QUANTIDADE
            COMPUTE WS-PRD-VALOR ROUNDED =
                WS-PRD-VALOR + ORD-QUANTIDADE * ORD-PRECO
            MOVE ORD-MOV-NUMERO TO MCS-MOV-NUMERO
            READ MOVIMENTO-CONSIGNADO RECORD
                KEY IS MCS-MOV-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET MCS-ACERTADO TO TRUE
                    MOVE WS-NUMERO-PEDIDO TO MCS-NUMERO-PEDIDO
                    MOVE WS-DATA-HOJE TO MCS-DATA-ACERTO
                    REWRITE REG-MOV-CONSIGNADO
                    END-REWRITE
                    ADD 1 TO WS-CONSUMOS-ACERTADOS
            END-READ.

      ****** GRAVA A LINHA DO PEDIDO, JA RECEBIDA, E LANCA O ORCAMENTO **
       2400-FECHAR-PRODUTO.
            MOVE WS-NUMERO-PEDIDO TO PED-NUMERO
            MOVE WS-PRODUTO-ATUAL TO PED-COD-PRODUTO
            MOVE WS-FORNECEDOR-ATUAL TO PED-COD-FORNECEDOR
            MOVE WS-PRD-QUANTIDADE TO PED-QTD-PEDIDA
            MOVE WS-PRD-QUANTIDADE TO PED-QTD-RECEBIDA
            MOVE WS-DATA-HOJE TO PED-DATA-PEDIDO
            SET PED-RECEBIDO TO TRUE
            MOVE WS-DATA-HOJE TO PED-DATA-RECEBIDO
            COMPUTE PED-PRECO-ACORDADO ROUNDED =
                WS-PRD-VALOR / WS-PRD-QUANTIDADE
            SET PED-ACERTO-CONSIGNACAO TO TRUE
            MOVE WS-MOEDA-ATUAL TO PED-MOEDA
            IF WS-MOEDA-ATUAL EQUAL SPACES OR
               WS-MOEDA-ATUAL EQUAL WS-MOEDA-LOCAL
                MOVE ZEROS TO PED-TAXA-RECEBIMENTO
            ELSE
                MOVE WS-CAMBIO-TAXA TO PED-TAXA-RECEBIMENTO
            END-IF
            WRITE REG-PEDIDO-COMPRA
                INVALID KEY
                    DISPLAY 'LINHA DE ACERTO JA EXISTE: ' PED-NUMERO
                        ' ' PED-COD-PRODUTO
            END-WRITE
            IF WS-FS-PED EQUAL ZEROS
                ADD 1 TO WS-LINHAS-GERADAS
            END-IF

            MOVE WS-PRD-VALOR TO WS-VALOR-LINHA-MOEDA
            MOVE ZEROS TO WS-VALOR-LINHA-LOCAL
            IF WS-CAMBIO-ACHADA EQUAL 'S'
                COMPUTE WS-VALOR-LINHA-LOCAL ROUNDED =
                    WS-VALOR-LINHA-MOEDA * WS-CAMBIO-TAXA
            ELSE
                ADD 1 TO WS-SEM-CAMBIO
            END-IF

            MOVE SPACES TO WS-CATEGORIA-ACERTO
            MOVE SPACES TO REL-NOME-PRODUTO
            MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    MOVE '** NAO CADASTRADO **' TO REL-NOME-PRODUTO
                NOT INVALID KEY
                    MOVE WS-NOME-PRODUTO TO REL-NOME-PRODUTO
                    MOVE WS-CATEGORIA-PRODUTO TO
                        WS-CATEGORIA-ACERTO
            END-READ
            IF WS-VALOR-LINHA-LOCAL > ZERO AND
               WS-CATEGORIA-ACERTO NOT EQUAL SPACES
                MOVE WS-CATEGORIA-ACERTO TO WS-ORC-CATEGORIA
                MOVE WS-HOJE-AAAAMM TO WS-ORC-MES
                MOVE WS-VALOR-LINHA-LOCAL TO WS-ORC-VALOR
                PERFORM 9882-LANCAR-REALIZADO
            END-IF

            MOVE WS-PRODUTO-ATUAL TO REL-COD-PRODUTO
            MOVE WS-PRD-QUANTIDADE TO REL-QUANTIDADE
            MOVE PED-PRECO-ACORDADO TO REL-PRECO
            MOVE WS-PRD-VALOR TO REL-VALOR
            WRITE REG-ACERTO FROM WS-LINHA-DETALHE
            ADD WS-PRD-QUANTIDADE TO WS-PED-QUANTIDADE
            ADD WS-PRD-VALOR TO WS-PED-VALOR
            ADD WS-VALOR-LINHA-LOCAL TO WS-PED-VALOR-LOCAL.

           COPY SEQNXT.
           COPY CAMTAX.
           COPY ORCCMP.
           COPY RUNGRV.
           COPY SPLGRV.

       END PROGRAM ACERTA-CONSIGNACAO.
