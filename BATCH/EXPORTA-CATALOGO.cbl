      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: EXPORTACAO NOTURNA DO CATALOGO PEDIVEL PARA A PAGINA
      *          DE PEDIDOS DA INTRANET: UMA LINHA PRD POR PRODUTO
      *          ATIVO (CODIGO, CODIGO DE BARRAS, NOME, DESCRICAO DA
      *          CATEGORIA, UNIDADE DE SAIDA E SALDO DISPONIVEL, QUE E
      *          O ESTOQUE MENOS O RESERVADO); PRODUTO SEM SALDO LEVA
      *          A DATA PREVISTA DE REPOSICAO DA LINHA ABERTA MAIS
      *          PROXIMA DE PEDIDOS-COMPRA. SEGUEM AS LINHAS SUB DOS
      *          SUBSTITUTOS APROVADOS (SO OS QUE TAMBEM SAO PEDIVEIS)
      *          E AS LINHAS DST DOS DESTINOS VALIDOS. HEADER E
      *          TRAILER NO PADRAO DOS LOTES DE ENTRADA (HDR + DATA +
      *          ORIGEM / TRL + CONTAGEM + HASH), COM AS CONTAGENS POR
      *          TIPO, PARA A CARGA DA INTRANET CONFERIR QUE RECEBEU O
      *          ARQUIVO INTEIRO — O DEPARTAMENTO SO PEDE O QUE A
      *          REQUISICAO VAI ACEITAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-CATALOGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY CATSEL.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY SUBSEL.
           COPY DSTSEL.
           COPY RUNSEL.
           SELECT CATALOGO-INTRANET ASSIGN TO
           'C:\ARQUIVOS\catalogo-intranet.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTI.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY CATFD.
           COPY FORNFD.
           COPY PEDFD.
           COPY SUBFD.
           COPY DSTFD.
           COPY RUNFD.

       FD CATALOGO-INTRANET.
       01 REG-CATALOGO             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-CAT            PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-SUB            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-FS-CTI            PIC 99.
       77 WS-CAT-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-FORN-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-PED-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF               PIC 99.
       77 WS-EOF-PED           PIC 99.
       77 WS-DATA-PARAM        PIC X(08).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-ESPERADA-INTEIRO  PIC 9(08).
       77 WS-MENOR-INTEIRO     PIC 9(08).
       77 WS-PRAZO-FORNECEDOR  PIC 9(03).
       77 WS-DISPONIVEL        PIC 9(09).
       77 WS-PEDIVEL           PIC X VALUE 'N'.
       77 WS-LIDOS             PIC 9(07).
       77 WS-QTD-PRODUTOS      PIC 9(07).
       77 WS-QTD-SUBSTITUTOS   PIC 9(07).
       77 WS-QTD-DESTINOS      PIC 9(07).
       77 WS-QTD-SEM-SALDO     PIC 9(07).
       77 WS-QTD-DETALHES      PIC 9(07).
       77 WS-HASH-DISPONIVEL   PIC 9(13)V99.

       01 WS-LINHA-HEADER.
           03 FILLER               PIC X(03) VALUE 'HDR'.
           03 CTI-HDR-DATA         PIC 9(08).
           03 CTI-HDR-ORIGEM       PIC X(20) VALUE 'ALMOXARIFADO'.
           03 FILLER               PIC X(69) VALUE SPACES.

       01 WS-LINHA-PRODUTO.
           03 FILLER               PIC X(03) VALUE 'PRD'.
           03 CTI-COD-PRODUTO      PIC 9(06).
           03 CTI-CODIGO-BARRAS    PIC X(13).
           03 CTI-NOME-PRODUTO     PIC X(20).
           03 CTI-CAT-CODIGO       PIC X(06).
           03 CTI-CAT-DESCRICAO    PIC X(15).
           03 CTI-UNIDADE          PIC X(03).
           03 CTI-DISPONIVEL       PIC 9(09).
           03 CTI-DATA-REPOSICAO   PIC 9(08).
           03 CTI-REPOSICAO-ATRASO PIC X(01).
           03 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LINHA-SUBSTITUTO.
           03 FILLER               PIC X(03) VALUE 'SUB'.
           03 CTI-SUB-PRODUTO      PIC 9(06).
           03 CTI-SUB-SUBSTITUTO   PIC 9(06).
           03 CTI-SUB-NOME         PIC X(20).
           03 CTI-SUB-FATOR        PIC 9(05)V9(04).
           03 CTI-SUB-SUCESSAO     PIC X(01).
           03 CTI-SUB-DISPONIVEL   PIC 9(09).
           03 FILLER               PIC X(46) VALUE SPACES.

       01 WS-LINHA-DESTINO.
           03 FILLER               PIC X(03) VALUE 'DST'.
           03 CTI-DEST-CODIGO      PIC X(06).
           03 CTI-DEST-DESCRICAO   PIC X(30).
           03 FILLER               PIC X(61) VALUE SPACES.

       01 WS-LINHA-TRAILER.
           03 FILLER               PIC X(03) VALUE 'TRL'.
           03 CTI-TRL-REGISTROS    PIC 9(07).
           03 CTI-TRL-HASH         PIC 9(13)V99.
           03 CTI-TRL-PRODUTOS     PIC 9(07).
           03 CTI-TRL-SUBSTITUTOS  PIC 9(07).
           03 CTI-TRL-DESTINOS     PIC 9(07).
           03 FILLER               PIC X(54) VALUE SPACES.

           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- CATALOGO PEDIVEL DA INTRANET ---------"
            MOVE 'EXPORTA-CATALOGO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-PARAM FROM ENVIRONMENT 'CADEIA_DATA'
            IF WS-DATA-PARAM IS NUMERIC
                MOVE WS-DATA-PARAM TO WS-DATA-HOJE
            ELSE
                ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            END-IF
            COMPUTE WS-HOJE-INTEIRO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            INITIALIZE WS-LIDOS
            INITIALIZE WS-QTD-PRODUTOS
            INITIALIZE WS-QTD-SUBSTITUTOS
            INITIALIZE WS-QTD-DESTINOS
            INITIALIZE WS-QTD-SEM-SALDO
            INITIALIZE WS-HASH-DISPONIVEL

            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ARQUIVO DE PRODUTOS INDISPONIVEL: ' WS-FS
                MOVE 'FIM' TO WS-RUN-EVENTO
                MOVE WS-FS TO WS-RUN-STATUS
                PERFORM 9850-GRAVAR-EXECUCAO
                GOBACK
            END-IF
            OPEN INPUT CATEGORIAS
            IF WS-FS-CAT EQUAL ZEROS
                MOVE 'S' TO WS-CAT-DISPONIVEL
            END-IF
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL ZEROS
                MOVE 'S' TO WS-FORN-DISPONIVEL
            END-IF
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PED EQUAL ZEROS
                MOVE 'S' TO WS-PED-DISPONIVEL
            END-IF
            OPEN OUTPUT CATALOGO-INTRANET
            MOVE WS-DATA-HOJE TO CTI-HDR-DATA
            WRITE REG-CATALOGO FROM WS-LINHA-HEADER

            PERFORM 1000-EXPORTAR-PRODUTOS
            PERFORM 2000-EXPORTAR-SUBSTITUTOS
            PERFORM 3000-EXPORTAR-DESTINOS

            COMPUTE WS-QTD-DETALHES = WS-QTD-PRODUTOS +
                WS-QTD-SUBSTITUTOS + WS-QTD-DESTINOS
            MOVE WS-QTD-DETALHES TO CTI-TRL-REGISTROS
            MOVE WS-HASH-DISPONIVEL TO CTI-TRL-HASH
            MOVE WS-QTD-PRODUTOS TO CTI-TRL-PRODUTOS
            MOVE WS-QTD-SUBSTITUTOS TO CTI-TRL-SUBSTITUTOS
            MOVE WS-QTD-DESTINOS TO CTI-TRL-DESTINOS
            WRITE REG-CATALOGO FROM WS-LINHA-TRAILER

            DISPLAY ' '
            DISPLAY 'PRODUTOS LIDOS:        ' WS-LIDOS
            DISPLAY 'PRODUTOS PEDIVEIS:     ' WS-QTD-PRODUTOS
            DISPLAY '  SEM SALDO DISPONIVEL:' WS-QTD-SEM-SALDO
            DISPLAY 'SUBSTITUTOS:           ' WS-QTD-SUBSTITUTOS
            DISPLAY 'DESTINOS:              ' WS-QTD-DESTINOS
            DISPLAY 'ARQUIVO GRAVADO: catalogo-intranet.txt'

            CLOSE CATALOGO-INTRANET
            IF WS-PED-DISPONIVEL EQUAL 'S'
                CLOSE PEDIDOS-COMPRA
            END-IF
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES
            END-IF
            IF WS-CAT-DISPONIVEL EQUAL 'S'
                CLOSE CATEGORIAS
            END-IF
            CLOSE PRODUTOS.
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            ADD 2 TO WS-QTD-DETALHES GIVING WS-RUN-GRAVADOS
            MOVE WS-FS-CTI TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** UMA LINHA PRD POR PRODUTO PEDIVEL **************************
       1000-EXPORTAR-PRODUTOS.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS NEXT RECORD INTO WS-PRODUTO
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   IF WS-ATIVO
                       PERFORM 1100-GRAVAR-PRODUTO
                   END-IF
               END-READ
            END-PERFORM.

      ****** MONTA A LINHA DO PRODUTO ***********************************
       1100-GRAVAR-PRODUTO.
            MOVE WS-COD-PRODUTO TO CTI-COD-PRODUTO
            MOVE WS-CODIGO-BARRAS TO CTI-CODIGO-BARRAS
            MOVE WS-NOME-PRODUTO TO CTI-NOME-PRODUTO
            MOVE WS-CATEGORIA-PRODUTO(1:6) TO CTI-CAT-CODIGO
            MOVE SPACES TO CTI-CAT-DESCRICAO
            IF WS-CAT-DISPONIVEL EQUAL 'S' AND
               WS-CATEGORIA-PRODUTO(1:6) NOT EQUAL SPACES
                MOVE WS-CATEGORIA-PRODUTO(1:6) TO CAT-CODIGO
                READ CATEGORIAS RECORD
                    KEY IS CAT-CODIGO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAT-DESCRICAO TO CTI-CAT-DESCRICAO
                END-READ
            END-IF
            MOVE WS-UNIDADE-ESTOQUE TO CTI-UNIDADE
            IF WS-ESTOQUE-PRODUTO > WS-ESTOQUE-RESERVADO
                SUBTRACT WS-ESTOQUE-RESERVADO FROM WS-ESTOQUE-PRODUTO
                    GIVING WS-DISPONIVEL
            ELSE
                MOVE ZERO TO WS-DISPONIVEL
            END-IF
            MOVE WS-DISPONIVEL TO CTI-DISPONIVEL
            MOVE ZEROS TO CTI-DATA-REPOSICAO
            MOVE 'N' TO CTI-REPOSICAO-ATRASO
            IF WS-DISPONIVEL EQUAL ZERO
                ADD 1 TO WS-QTD-SEM-SALDO
                IF WS-PED-DISPONIVEL EQUAL 'S'
                    PERFORM 1200-PREVER-REPOSICAO
                END-IF
            END-IF
            WRITE REG-CATALOGO FROM WS-LINHA-PRODUTO
            ADD 1 TO WS-QTD-PRODUTOS
            ADD WS-DISPONIVEL TO WS-HASH-DISPONIVEL.

      ****** LINHA ABERTA MAIS PROXIMA DE PEDIDOS-COMPRA ****************
       1200-PREVER-REPOSICAO.
            MOVE ZERO TO WS-MENOR-INTEIRO
            MOVE WS-COD-PRODUTO TO PED-COD-PRODUTO
            SET WS-EOF-PED TO 0
            START PEDIDOS-COMPRA KEY IS EQUAL PED-COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO WS-EOF-PED
            END-START
            PERFORM UNTIL WS-EOF-PED EQUAL 1
               READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-PED
               NOT AT END
                   IF PED-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO
                       MOVE 1 TO WS-EOF-PED
                   ELSE
                       IF PED-ABERTO OR PED-PARCIAL
                           PERFORM 1210-AVALIAR-LINHA
                       END-IF
                   END-IF
               END-READ
            END-PERFORM
            IF WS-MENOR-INTEIRO NOT EQUAL ZERO
                COMPUTE CTI-DATA-REPOSICAO =
                    FUNCTION DATE-OF-INTEGER(WS-MENOR-INTEIRO)
                IF WS-MENOR-INTEIRO < WS-HOJE-INTEIRO
                    MOVE 'S' TO CTI-REPOSICAO-ATRASO
                END-IF
            END-IF.

      ****** DATA ESPERADA DA LINHA: PEDIDO MAIS PRAZO DO FORNECEDOR ****
       1210-AVALIAR-LINHA.
            MOVE ZERO TO WS-PRAZO-FORNECEDOR
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
            COMPUTE WS-ESPERADA-INTEIRO =
                FUNCTION INTEGER-OF-DATE(PED-DATA-PEDIDO) +
                WS-PRAZO-FORNECEDOR
            IF WS-MENOR-INTEIRO EQUAL ZERO OR
               WS-ESPERADA-INTEIRO < WS-MENOR-INTEIRO
                MOVE WS-ESPERADA-INTEIRO TO WS-MENOR-INTEIRO
            END-IF.

      ****** SUBSTITUTOS APROVADOS ENTRE PRODUTOS PEDIVEIS **************
       2000-EXPORTAR-SUBSTITUTOS.
            OPEN INPUT SUBSTITUTOS
            IF WS-FS-SUB NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE SUBSTITUTOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ SUBSTITUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 2100-AVALIAR-SUBSTITUTO
                   END-READ
                END-PERFORM
                CLOSE SUBSTITUTOS
            END-IF.

      ****** PRODUTO E SUBSTITUTO PRECISAM ESTAR ATIVOS *****************
       2100-AVALIAR-SUBSTITUTO.
            MOVE SUB-COD-PRODUTO TO COD-PRODUTO
            PERFORM 2200-VERIFICAR-PEDIVEL
            IF WS-PEDIVEL EQUAL 'S'
                MOVE SUB-COD-SUBSTITUTO TO COD-PRODUTO
                PERFORM 2200-VERIFICAR-PEDIVEL
            END-IF
            IF WS-PEDIVEL EQUAL 'S'
                MOVE SUB-COD-PRODUTO TO CTI-SUB-PRODUTO
                MOVE SUB-COD-SUBSTITUTO TO CTI-SUB-SUBSTITUTO
                MOVE WS-NOME-PRODUTO TO CTI-SUB-NOME
                MOVE SUB-FATOR TO CTI-SUB-FATOR
                MOVE SUB-SUCESSAO TO CTI-SUB-SUCESSAO
                IF WS-ESTOQUE-PRODUTO > WS-ESTOQUE-RESERVADO
                    SUBTRACT WS-ESTOQUE-RESERVADO
                        FROM WS-ESTOQUE-PRODUTO
                        GIVING CTI-SUB-DISPONIVEL
                ELSE
                    MOVE ZERO TO CTI-SUB-DISPONIVEL
                END-IF
                WRITE REG-CATALOGO FROM WS-LINHA-SUBSTITUTO
                ADD 1 TO WS-QTD-SUBSTITUTOS
            END-IF.

      ****** LE O PRODUTO EM COD-PRODUTO E DIZ SE E PEDIVEL *************
       2200-VERIFICAR-PEDIVEL.
            MOVE 'N' TO WS-PEDIVEL
            READ PRODUTOS RECORD INTO WS-PRODUTO
                KEY IS COD-PRODUTO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-ATIVO
                        MOVE 'S' TO WS-PEDIVEL
                    END-IF
            END-READ.

      ****** DESTINOS VALIDOS PARA A REQUISICAO *************************
       3000-EXPORTAR-DESTINOS.
            OPEN INPUT DESTINOS
            IF WS-FS-DST NOT EQUAL ZEROS
                DISPLAY 'CADASTRO DE DESTINOS AUSENTE'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ DESTINOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DEST-CODIGO TO CTI-DEST-CODIGO
                       MOVE DEST-DESCRICAO TO CTI-DEST-DESCRICAO
                       WRITE REG-CATALOGO FROM WS-LINHA-DESTINO
                       ADD 1 TO WS-QTD-DESTINOS
                   END-READ
                END-PERFORM
                CLOSE DESTINOS
            END-IF.

           COPY RUNGRV.
       END PROGRAM EXPORTA-CATALOGO.
