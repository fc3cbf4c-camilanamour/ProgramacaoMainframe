      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: PROJECAO SEMANAL DO SALDO DE ESTOQUE PARA AS PROXIMAS
      *          12 SEMANAS, POR PRODUTO ATIVO: PARTE DO
      *          ESTOQUE-PRODUTO DE HOJE, SOMA OS RECEBIMENTOS
      *          ESPERADOS (LINHAS ABERTAS DE PEDIDOS-COMPRA NA
      *          SEMANA DE PED-DATA-PEDIDO MAIS O PRAZO-ENTREGA DO
      *          FORNECEDOR, ATRASADAS NA PRIMEIRA SEMANA), TIRA A
      *          DEMANDA COMPROMETIDA (RESERVAS ABERTAS NA SEMANA DA
      *          VALIDADE, BACKORDERS ABERTOS E REQUISICOES PENDENTES
      *          NA PRIMEIRA SEMANA) E A DEMANDA PREVISTA (MEDIA
      *          DIARIA DAS SAIDAS NA JANELA PROJECAO_JANELA, PADRAO
      *          90 DIAS, SEM OS PARES DE ESTORNO, VEZES 7) E MARCA A
      *          PRIMEIRA SEMANA EM QUE O SALDO PROJETADO FICA ABAIXO
      *          DO ESTOQUE-MINIMO E A PRIMEIRA EM QUE FICA NEGATIVO.
      *          LISTA SO OS PRODUTOS MARCADOS; PROJECAO_TODOS=S LISTA
      *          TODOS OS ATIVOS.
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
       PROGRAM-ID. REL-PROJECAO-ESTOQUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY MOVSEL.
           COPY PEDSEL.
           COPY RSVSEL.
           COPY BORSEL.
           COPY REQSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT PROJECAO-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\projecao-trabalho.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TRB-COD-PRODUTO
           FILE STATUS IS WS-FS-TRB.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\estornos-projecao.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETR-NUMERO
           FILE STATUS IS WS-FS-ETR.
           SELECT PROJECAO-ESTOQUE ASSIGN TO
           'C:\ARQUIVOS\rel-projecao-estoque.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY MOVFD.
           COPY PEDFD.
           COPY RSVFD.
           COPY BORFD.
           COPY REQFD.
           COPY RUNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD PROJECAO-TRABALHO.
       01 REG-TRABALHO.
           03 TRB-COD-PRODUTO      PIC 9(06).
           03 TRB-CONSUMO          PIC 9(09).
           03 TRB-REQ-PENDENTE     PIC 9(09).

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ETR-NUMERO           PIC 9(09).

       FD PROJECAO-ESTOQUE.
       01 REG-REL-PROJECAO         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-PED-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-RSV            PIC 99.
       77 WS-RSV-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-BOR            PIC 99.
       77 WS-BOR-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FS-REQ            PIC 99.
       77 WS-FS-TRB            PIC 99.
       77 WS-FS-ETR            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-EOF-MOV           PIC 99.
       77 WS-EOF-LINHA         PIC 99.
       77 WS-CONTADOR          PIC 9(05).
       77 WS-LISTADOS          PIC 9(05).
       77 WS-EM-RUPTURA        PIC 9(05).
       77 WS-ABAIXO-MINIMO     PIC 9(05).
       77 WS-JANELA-TXT        PIC X(05).
       77 WS-JANELA-LEN        PIC 9(02).
       77 WS-JANELA-DIAS       PIC 9(03) VALUE 90.
       77 WS-LISTAR-TODOS      PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-DATA-CORTE        PIC 9(08).
       77 WS-DATA-EVENTO       PIC 9(08).
       77 WS-EVENTO-INTEIRO    PIC 9(08).
       77 WS-SEMANA            PIC 9(05).
       77 WS-IND-SEM           PIC 9(02).
       77 WS-PRAZO-FORNECEDOR  PIC 9(03).
       77 WS-FATOR-UNIDADE     PIC 9(05).
       77 WS-QTD-EVENTO        PIC 9(11).
       77 WS-CONSUMO-JANELA    PIC 9(09).
       77 WS-PREVISTA-SEMANA   PIC 9(09).
       77 WS-REQ-PENDENTE      PIC 9(09).
       77 WS-SALDO             PIC S9(11).
       77 WS-SEMANA-MINIMO     PIC 9(02).
       77 WS-SEMANA-RUPTURA    PIC 9(02).

       01 WS-SEMANAS.
           03 WS-SEM OCCURS 12 TIMES.
               05 WS-SEM-DATA          PIC 9(08).
               05 WS-SEM-INICIAL       PIC S9(11).
               05 WS-SEM-RECEBER       PIC 9(11).
               05 WS-SEM-COMPROMETIDA  PIC 9(11).
               05 WS-SEM-PREVISTA      PIC 9(11).
               05 WS-SEM-SALDO         PIC S9(11).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(47)
              VALUE 'PROJECAO DO SALDO DE ESTOQUE - 12 SEMANAS - DE '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(18)
              VALUE ' - JANELA CONSUMO '.
           03 REL-JANELA           PIC ZZ9.
           03 FILLER               PIC X(05) VALUE ' DIAS'.
           03 FILLER               PIC X(52) VALUE SPACES.

       01 WS-LINHA-PRODUTO.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(08) VALUE ' MINIMO '.
           03 REL-MINIMO           PIC ZZZZZZZZ9.
           03 FILLER               PIC X(18)
              VALUE ' CONSUMO/SEMANA '.
           03 REL-PREVISTA         PIC ZZZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-UNIDADE          PIC X(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-MARCA            PIC X(55).

       01 WS-LINHA-CABECALHO.
           03 REL-CAB-ROTULO       PIC X(22).
           03 REL-CAB-COL OCCURS 12 TIMES.
               05 FILLER           PIC X(04).
               05 REL-CAB-DIA      PIC 9(02).
               05 REL-CAB-BARRA    PIC X(01).
               05 REL-CAB-MES      PIC 9(02).
           03 FILLER               PIC X(02).

       01 WS-LINHA-SEMANAS.
           03 REL-ROTULO           PIC X(22).
           03 REL-COL OCCURS 12 TIMES.
               05 FILLER           PIC X(01).
               05 REL-VALOR        PIC -ZZZZZZ9.
           03 FILLER               PIC X(02).

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- PROJECAO DO SALDO DE ESTOQUE --------"
            MOVE 'REL-PROJECAO-ESTOQUE' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0400-OBTER-PARAMETROS
            COMPUTE WS-HOJE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            COMPUTE WS-DATA-CORTE =
                FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEIRO -
                WS-JANELA-DIAS)
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-LISTADOS
            INITIALIZE WS-EM-RUPTURA
            INITIALIZE WS-ABAIXO-MINIMO
            PERFORM 1000-PREPARAR-TRABALHO

            OPEN INPUT PRODUTOS
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL ZEROS
                MOVE 'S' TO WS-FORN-DISPONIVEL
            END-IF
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PED EQUAL ZEROS
                MOVE 'S' TO WS-PED-DISPONIVEL
            END-IF
            OPEN INPUT RESERVAS
            IF WS-FS-RSV EQUAL ZEROS
                MOVE 'S' TO WS-RSV-DISPONIVEL
            END-IF
            OPEN INPUT BACKORDERS
            IF WS-FS-BOR EQUAL ZEROS
                MOVE 'S' TO WS-BOR-DISPONIVEL
            END-IF
            OPEN OUTPUT PROJECAO-ESTOQUE
            MOVE WS-DATA-HOJE TO REL-DATA
            MOVE WS-JANELA-DIAS TO REL-JANELA
            WRITE REG-REL-PROJECAO FROM WS-LINHA-TITULO
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEPARADOR

            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS INTO WS-PRODUTO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-ATIVO
                       ADD 1 TO WS-CONTADOR
                       PERFORM 2000-PROJETAR-PRODUTO
                   END-IF
               END-READ
            END-PERFORM
            IF WS-LISTADOS EQUAL ZERO
                MOVE SPACES TO REG-REL-PROJECAO
                MOVE 'NENHUM PRODUTO FICA ABAIXO DO MINIMO NAS PROXIMAS'
                    & ' 12 SEMANAS' TO REG-REL-PROJECAO
                WRITE REG-REL-PROJECAO
            END-IF

            CLOSE PROJECAO-ESTOQUE
            MOVE 'REL-PROJECAO-ESTOQUE' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-projecao-estoque.txt' TO WS-SPL-ORIGEM
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'JANELA-DIAS=' DELIMITED BY SIZE
                WS-JANELA-DIAS DELIMITED BY SIZE
                ' LISTAR-TODOS=' DELIMITED BY SIZE
                WS-LISTAR-TODOS DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-BOR-DISPONIVEL EQUAL 'S'
                CLOSE BACKORDERS
            END-IF
            IF WS-RSV-DISPONIVEL EQUAL 'S'
                CLOSE RESERVAS
            END-IF
            IF WS-PED-DISPONIVEL EQUAL 'S'
                CLOSE PEDIDOS-COMPRA
            END-IF
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES
            END-IF
            CLOSE PRODUTOS
            CLOSE PROJECAO-TRABALHO

            DISPLAY ' '
            DISPLAY 'PRODUTOS PROJETADOS: ' WS-CONTADOR
            DISPLAY 'ABAIXO DO MINIMO NAS 12 SEMANAS: '
                WS-ABAIXO-MINIMO
            DISPLAY 'COM SALDO NEGATIVO NAS 12 SEMANAS: '
                WS-EM-RUPTURA
            DISPLAY 'RELATORIO GRAVADO: rel-projecao-estoque.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-CONTADOR TO WS-RUN-LIDOS
            MOVE WS-LISTADOS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** JANELA DE CONSUMO E ABRANGENCIA VINDAS DO AMBIENTE *********
       0400-OBTER-PARAMETROS.
            MOVE SPACES TO WS-JANELA-TXT
            MOVE 'PROJECAO_JANELA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-JANELA-TXT
            INITIALIZE WS-JANELA-LEN
            INSPECT WS-JANELA-TXT TALLYING WS-JANELA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-JANELA-LEN > ZERO AND
               WS-JANELA-TXT (1 : WS-JANELA-LEN) IS NUMERIC
                MOVE WS-JANELA-TXT (1 : WS-JANELA-LEN)
                    TO WS-JANELA-DIAS
            END-IF
            IF WS-JANELA-DIAS EQUAL ZERO
                MOVE 90 TO WS-JANELA-DIAS
            END-IF
            MOVE SPACES TO WS-LISTAR-TODOS
            ACCEPT WS-LISTAR-TODOS FROM ENVIRONMENT 'PROJECAO_TODOS'
            IF WS-LISTAR-TODOS NOT EQUAL 'S'
                MOVE 'N' TO WS-LISTAR-TODOS
            END-IF.

      ****** CONSUMO DA JANELA E REQUISICOES PENDENTES POR PRODUTO ******
       1000-PREPARAR-TRABALHO.
            PERFORM 1050-MAPEAR-ESTORNOS
            OPEN OUTPUT PROJECAO-TRABALHO
            CLOSE PROJECAO-TRABALHO
            OPEN I-O PROJECAO-TRABALHO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF-MOV TO 0
                PERFORM UNTIL WS-EOF-MOV EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF-MOV
                   NOT AT END
                       IF MOV-SAIDA AND
                          MOV-DATA NOT LESS THAN WS-DATA-CORTE AND
                          MOV-ESTORNO-DE EQUAL ZEROS
                           MOVE MOV-NUMERO TO ETR-NUMERO
                           READ ESTORNOS-TRABALHO RECORD
                               KEY IS ETR-NUMERO
                               INVALID KEY
                                   PERFORM 1100-SOMAR-CONSUMO
                               NOT INVALID KEY
                                   CONTINUE
                           END-READ
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF
            CLOSE ESTORNOS-TRABALHO
            OPEN INPUT REQUISICOES
            IF WS-FS-REQ EQUAL ZEROS
                SET WS-EOF-MOV TO 0
                PERFORM UNTIL WS-EOF-MOV EQUAL 1
                   READ REQUISICOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-MOV
                   NOT AT END
                       IF REQ-PENDENTE AND
                          REQ-QUANTIDADE > REQ-QTD-ATENDIDA
                           PERFORM 1200-SOMAR-REQUISICAO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE REQUISICOES
            END-IF.

      ****** GUARDA OS NUMEROS DOS LANCAMENTOS JA ESTORNADOS ************
       1050-MAPEAR-ESTORNOS.
            OPEN OUTPUT ESTORNOS-TRABALHO
            CLOSE ESTORNOS-TRABALHO
            OPEN I-O ESTORNOS-TRABALHO
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV EQUAL ZEROS
                SET WS-EOF-MOV TO 0
                PERFORM UNTIL WS-EOF-MOV EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF-MOV
                   NOT AT END
                       IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                           MOVE MOV-ESTORNO-DE TO ETR-NUMERO
                           WRITE REG-ESTORNO-TRABALHO
                              INVALID KEY
                                  CONTINUE
                           END-WRITE
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** SOMA A SAIDA NO ACUMULADO DO PRODUTO ***********************
       1100-SOMAR-CONSUMO.
            MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
            READ PROJECAO-TRABALHO RECORD
                KEY IS TRB-COD-PRODUTO
                INVALID KEY
                    MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
                    MOVE MOV-QUANTIDADE TO TRB-CONSUMO
                    MOVE ZEROS TO TRB-REQ-PENDENTE
                    WRITE REG-TRABALHO
                NOT INVALID KEY
                    ADD MOV-QUANTIDADE TO TRB-CONSUMO
                    REWRITE REG-TRABALHO
            END-READ.

      ****** SOMA O SALDO DA REQUISICAO PENDENTE NO PRODUTO *************
       1200-SOMAR-REQUISICAO.
            COMPUTE WS-REQ-PENDENTE =
                REQ-QUANTIDADE - REQ-QTD-ATENDIDA
            MOVE REQ-COD-PRODUTO TO TRB-COD-PRODUTO
            READ PROJECAO-TRABALHO RECORD
                KEY IS TRB-COD-PRODUTO
                INVALID KEY
                    MOVE REQ-COD-PRODUTO TO TRB-COD-PRODUTO
                    MOVE ZEROS TO TRB-CONSUMO
                    MOVE WS-REQ-PENDENTE TO TRB-REQ-PENDENTE
                    WRITE REG-TRABALHO
                NOT INVALID KEY
                    ADD WS-REQ-PENDENTE TO TRB-REQ-PENDENTE
                    REWRITE REG-TRABALHO
            END-READ.

      ****** MONTA AS 12 SEMANAS DO PRODUTO E MARCA A FALTA *************
       2000-PROJETAR-PRODUTO.
            INITIALIZE WS-SEMANAS
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                COMPUTE WS-SEM-DATA (WS-IND-SEM) =
                    FUNCTION DATE-OF-INTEGER(WS-HOJE-INTEIRO +
                    (WS-IND-SEM - 1) * 7)
            END-PERFORM
            INITIALIZE WS-CONSUMO-JANELA
            INITIALIZE WS-REQ-PENDENTE
            MOVE WS-COD-PRODUTO TO TRB-COD-PRODUTO
            READ PROJECAO-TRABALHO RECORD
                KEY IS TRB-COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE TRB-CONSUMO TO WS-CONSUMO-JANELA
                    MOVE TRB-REQ-PENDENTE TO WS-REQ-PENDENTE
            END-READ
            COMPUTE WS-PREVISTA-SEMANA ROUNDED =
                WS-CONSUMO-JANELA * 7 / WS-JANELA-DIAS
            ADD WS-REQ-PENDENTE TO WS-SEM-COMPROMETIDA (1)
            IF WS-PED-DISPONIVEL EQUAL 'S'
                PERFORM 2100-SOMAR-RECEBIMENTOS
            END-IF
            IF WS-RSV-DISPONIVEL EQUAL 'S'
                PERFORM 2200-SOMAR-RESERVAS
            END-IF
            IF WS-BOR-DISPONIVEL EQUAL 'S'
                PERFORM 2300-SOMAR-BACKORDERS
            END-IF
            MOVE ZEROS TO WS-SEMANA-MINIMO
            MOVE ZEROS TO WS-SEMANA-RUPTURA
            MOVE WS-ESTOQUE-PRODUTO TO WS-SALDO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SALDO TO WS-SEM-INICIAL (WS-IND-SEM)
                MOVE WS-PREVISTA-SEMANA TO
                    WS-SEM-PREVISTA (WS-IND-SEM)
                COMPUTE WS-SALDO = WS-SALDO +
                    WS-SEM-RECEBER (WS-IND-SEM) -
                    WS-SEM-COMPROMETIDA (WS-IND-SEM) -
                    WS-SEM-PREVISTA (WS-IND-SEM)
                MOVE WS-SALDO TO WS-SEM-SALDO (WS-IND-SEM)
                IF WS-SEMANA-MINIMO EQUAL ZERO AND
                   WS-SALDO < WS-ESTOQUE-MINIMO
                    MOVE WS-IND-SEM TO WS-SEMANA-MINIMO
                END-IF
                IF WS-SEMANA-RUPTURA EQUAL ZERO AND
                   WS-SALDO < ZERO
                    MOVE WS-IND-SEM TO WS-SEMANA-RUPTURA
                END-IF
            END-PERFORM
            IF WS-SEMANA-MINIMO NOT EQUAL ZERO
                ADD 1 TO WS-ABAIXO-MINIMO
            END-IF
            IF WS-SEMANA-RUPTURA NOT EQUAL ZERO
                ADD 1 TO WS-EM-RUPTURA
            END-IF
            IF WS-SEMANA-MINIMO NOT EQUAL ZERO OR
               WS-LISTAR-TODOS EQUAL 'S'
                PERFORM 3000-IMPRIMIR-PRODUTO
            END-IF.

      ****** LINHAS ABERTAS DO PRODUTO NA SEMANA EM QUE DEVEM CHEGAR ****
       2100-SOMAR-RECEBIMENTOS.
            MOVE WS-FATOR-CONVERSAO TO WS-FATOR-UNIDADE
            IF WS-FATOR-UNIDADE EQUAL ZERO
                MOVE 1 TO WS-FATOR-UNIDADE
            END-IF
            MOVE WS-COD-PRODUTO TO PED-COD-PRODUTO
            START PEDIDOS-COMPRA KEY IS EQUAL PED-COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-LINHA TO 0
                    PERFORM UNTIL WS-EOF-LINHA EQUAL 1
                       READ PEDIDOS-COMPRA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LINHA
                       NOT AT END
                           IF PED-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO
                               MOVE 1 TO WS-EOF-LINHA
                           ELSE
                               IF (PED-ABERTO OR PED-PARCIAL) AND
                                  PED-QTD-PEDIDA > PED-QTD-RECEBIDA
                                   PERFORM 2150-SOMAR-LINHA-PEDIDO
                               END-IF
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** PENDENTE DA LINHA NA SEMANA DO PRAZO DO FORNECEDOR *********
       2150-SOMAR-LINHA-PEDIDO.
            MOVE ZEROS TO WS-PRAZO-FORNECEDOR
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE PED-COD-FORNECEDOR TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRAZO-ENTREGA TO WS-PRAZO-FORNECEDOR
                END-READ
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(PED-DATA-PEDIDO) EQUAL ZERO
                COMPUTE WS-EVENTO-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(PED-DATA-PEDIDO) +
                    WS-PRAZO-FORNECEDOR
            ELSE
                MOVE WS-HOJE-INTEIRO TO WS-EVENTO-INTEIRO
            END-IF
            PERFORM 2900-LOCALIZAR-SEMANA
            IF WS-IND-SEM NOT EQUAL ZERO
                COMPUTE WS-QTD-EVENTO =
                    (PED-QTD-PEDIDA - PED-QTD-RECEBIDA) *
                    WS-FATOR-UNIDADE
                ADD WS-QTD-EVENTO TO WS-SEM-RECEBER (WS-IND-SEM)
            END-IF.

      ****** RESERVAS ABERTAS DO PRODUTO NA SEMANA DA VALIDADE **********
       2200-SOMAR-RESERVAS.
            MOVE WS-COD-PRODUTO TO RSV-COD-PRODUTO
            MOVE ZEROS TO RSV-NUMERO
            START RESERVAS KEY IS NOT LESS THAN RSV-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-LINHA TO 0
                    PERFORM UNTIL WS-EOF-LINHA EQUAL 1
                       READ RESERVAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LINHA
                       NOT AT END
                           IF RSV-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO
                               MOVE 1 TO WS-EOF-LINHA
                           ELSE
                               IF RSV-ABERTA
                                   PERFORM 2250-SOMAR-RESERVA
                               END-IF
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** UMA RESERVA ABERTA NA SEMANA EM QUE VENCE ******************
       2250-SOMAR-RESERVA.
            IF FUNCTION TEST-DATE-YYYYMMDD(RSV-VALIDADE) EQUAL ZERO
                COMPUTE WS-EVENTO-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(RSV-VALIDADE)
            ELSE
                MOVE WS-HOJE-INTEIRO TO WS-EVENTO-INTEIRO
            END-IF
            PERFORM 2900-LOCALIZAR-SEMANA
            IF WS-IND-SEM NOT EQUAL ZERO
                ADD RSV-QUANTIDADE TO WS-SEM-COMPROMETIDA (WS-IND-SEM)
            END-IF.

      ****** BACKORDERS ABERTOS JA SAO DEVIDOS NA PRIMEIRA SEMANA *******
       2300-SOMAR-BACKORDERS.
            MOVE WS-COD-PRODUTO TO BOR-COD-PRODUTO
            MOVE ZEROS TO BOR-NUMERO
            START BACKORDERS KEY IS NOT LESS THAN BOR-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-EOF-LINHA TO 0
                    PERFORM UNTIL WS-EOF-LINHA EQUAL 1
                       READ BACKORDERS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LINHA
                       NOT AT END
                           IF BOR-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO
                               MOVE 1 TO WS-EOF-LINHA
                           ELSE
                               IF BOR-ABERTO
                                   ADD BOR-QTD-FALTA TO
                                       WS-SEM-COMPROMETIDA (1)
                               END-IF
                           END-IF
                       END-READ
                    END-PERFORM
            END-START.

      ****** SEMANA DA DATA DO EVENTO: ATRASADO NA 1, ALEM DA 12 FORA ***
       2900-LOCALIZAR-SEMANA.
            IF WS-EVENTO-INTEIRO NOT GREATER THAN WS-HOJE-INTEIRO
                MOVE 1 TO WS-IND-SEM
            ELSE
                COMPUTE WS-SEMANA =
                    (WS-EVENTO-INTEIRO - WS-HOJE-INTEIRO) / 7 + 1
                IF WS-SEMANA > 12
                    MOVE ZERO TO WS-IND-SEM
                ELSE
                    MOVE WS-SEMANA TO WS-IND-SEM
                END-IF
            END-IF.

      ****** QUADRO DE 12 SEMANAS DE UM PRODUTO *************************
       3000-IMPRIMIR-PRODUTO.
            ADD 1 TO WS-LISTADOS
            MOVE WS-COD-PRODUTO TO REL-COD-PRODUTO
            MOVE WS-NOME-PRODUTO TO REL-NOME-PRODUTO
            MOVE WS-ESTOQUE-MINIMO TO REL-MINIMO
            MOVE WS-PREVISTA-SEMANA TO REL-PREVISTA
            MOVE WS-UNIDADE-ESTOQUE TO REL-UNIDADE
            MOVE SPACES TO REL-MARCA
            IF WS-SEMANA-RUPTURA NOT EQUAL ZERO
                STRING '** ABAIXO DO MINIMO NA SEMANA ' WS-SEMANA-MINIMO
                    ', NEGATIVO NA SEMANA ' WS-SEMANA-RUPTURA ' **'
                    DELIMITED BY SIZE INTO REL-MARCA
            ELSE
                IF WS-SEMANA-MINIMO NOT EQUAL ZERO
                    STRING '** ABAIXO DO MINIMO NA SEMANA '
                        WS-SEMANA-MINIMO ' **'
                        DELIMITED BY SIZE INTO REL-MARCA
                END-IF
            END-IF
            WRITE REG-REL-PROJECAO FROM WS-LINHA-PRODUTO
            MOVE SPACES TO WS-LINHA-CABECALHO
            MOVE '  SEMANA QUE COMECA EM' TO REL-CAB-ROTULO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SEM-DATA (WS-IND-SEM) (7 : 2) TO
                    REL-CAB-DIA (WS-IND-SEM)
                MOVE '/' TO REL-CAB-BARRA (WS-IND-SEM)
                MOVE WS-SEM-DATA (WS-IND-SEM) (5 : 2) TO
                    REL-CAB-MES (WS-IND-SEM)
            END-PERFORM
            WRITE REG-REL-PROJECAO FROM WS-LINHA-CABECALHO
            MOVE SPACES TO WS-LINHA-SEMANAS
            MOVE '  ESTOQUE INICIAL' TO REL-ROTULO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SEM-INICIAL (WS-IND-SEM) TO
                    REL-VALOR (WS-IND-SEM)
            END-PERFORM
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEMANAS
            MOVE '  + RECEBIMENTOS' TO REL-ROTULO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SEM-RECEBER (WS-IND-SEM) TO
                    REL-VALOR (WS-IND-SEM)
            END-PERFORM
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEMANAS
            MOVE '  - DEMANDA COMPROMET.' TO REL-ROTULO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SEM-COMPROMETIDA (WS-IND-SEM) TO
                    REL-VALOR (WS-IND-SEM)
            END-PERFORM
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEMANAS
            MOVE '  - DEMANDA PREVISTA' TO REL-ROTULO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SEM-PREVISTA (WS-IND-SEM) TO
                    REL-VALOR (WS-IND-SEM)
            END-PERFORM
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEMANAS
            MOVE '  = SALDO PROJETADO' TO REL-ROTULO
            PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                    UNTIL WS-IND-SEM > 12
                MOVE WS-SEM-SALDO (WS-IND-SEM) TO
                    REL-VALOR (WS-IND-SEM)
            END-PERFORM
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEMANAS
            WRITE REG-REL-PROJECAO FROM WS-LINHA-SEPARADOR.

           COPY RUNGRV.
           COPY PARLER.
           COPY SPLGRV.
       END PROGRAM REL-PROJECAO-ESTOQUE.
