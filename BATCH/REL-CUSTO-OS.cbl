      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: CUSTO DAS ORDENS DE SERVICO DA MANUTENCAO, PLANEJADO
      *          CONTRA CONSUMIDO: PARA CADA ORDEM CARREGADA EM
      *          MATERIAIS-OS, A QUANTIDADE E O VALOR PLANEJADOS (AO
      *          CUSTO MEDIO DA CARGA) DE CADA PRODUTO AO LADO DO QUE
      *          SAIU DE FATO COM O NUMERO DA ORDEM NO LIVRO DE
      *          MOVIMENTOS (SAIDAS, MENOS ESTORNOS E DEVOLUCOES DO
      *          DEPARTAMENTO QUE HERDARAM A ORDEM, AO CUSTO HISTORICO
      *          DE CADA LANCAMENTO), A DIFERENCA E O TOTAL DA ORDEM.
      *          PRODUTO CONSUMIDO FORA DO PLANO SAI MARCADO NA ORDEM;
      *          CONSUMO EM ORDEM SEM MATERIAL CARREGADO SAI NO FIM.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio tambem arquivado no spool datado, com a
      *               emissao registrada no indice do spool (SPLGRV)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CUSTO-OS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OSMSEL.
           COPY MOVSEL.
           COPY PRODSEL.
           COPY RUNSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT CUSTO-ORDENS ASSIGN TO
           'C:\ARQUIVOS\rel-custo-os.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY OSMFD.
           COPY MOVFD.
           COPY PRODFD.
           COPY RUNFD.
           COPY SPLFD.
           COPY SPIFD.

       FD CUSTO-ORDENS.
       01 REG-CUSTO-ORDENS         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-OSM            PIC 99.
       77 WS-FS-MOV            PIC 99.
       77 WS-FS-REL            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-LIDOS             PIC 9(07).
       77 WS-MOV-ORDEM         PIC 9(07).
       77 WS-ORDENS            PIC 9(05).
       77 WS-LINHAS            PIC 9(05).
       77 WS-FORA-PLANO        PIC 9(05).
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-ORDEM-ATUAL       PIC 9(09).
       77 WS-PROD-DISPONIVEL   PIC X VALUE 'N'.
       77 WS-ACHOU             PIC X VALUE 'N'.
       77 WS-INCLUIR           PIC X VALUE 'N'.
       77 WS-BUSCA-ORDEM       PIC 9(09).
       77 WS-BUSCA-PRODUTO     PIC 9(06).
       77 WS-QTD-CONSUMOS      PIC 9(04) VALUE ZERO.
       77 WS-IND-CON           PIC 9(04).
       77 WS-IND-VARRE         PIC 9(04).
       77 WS-VALOR-MOV         PIC S9(11)V99.
       77 WS-VALOR-PLANEJADO   PIC S9(11)V99.
       77 WS-QTD-CONSUMIDA     PIC S9(09).
       77 WS-VALOR-CONSUMIDO   PIC S9(11)V99.
       77 WS-ORD-PLANEJADO     PIC S9(11)V99.
       77 WS-ORD-CONSUMIDO     PIC S9(11)V99.
       77 WS-GER-PLANEJADO     PIC S9(11)V99.
       77 WS-GER-CONSUMIDO     PIC S9(11)V99.

       01 WS-TABELA-CONSUMO.
           03 WS-CON OCCURS 3000 TIMES.
               05 WS-CON-ORDEM     PIC 9(09).
               05 WS-CON-PRODUTO   PIC 9(06).
               05 WS-CON-QTD       PIC S9(09).
               05 WS-CON-VALOR     PIC S9(11)V99.
               05 WS-CON-USADO     PIC X(01).

       01 WS-LINHA-SEPARADOR       PIC X(132) VALUE ALL '-'.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(52)
              VALUE 'ORDENS DE SERVICO - PLANEJADO X CONSUMIDO'.
           03 FILLER               PIC X(12) VALUE ' EMITIDO EM '.
           03 REL-DATA             PIC 9(08).
           03 FILLER               PIC X(60) VALUE SPACES.

       01 WS-LINHA-ORDEM.
           03 FILLER               PIC X(17) VALUE 'ORDEM DE SERVICO '.
           03 REL-ORDEM            PIC 9(09).
           03 FILLER               PIC X(16) VALUE ' PLANEJADA PARA '.
           03 REL-DATA-PLANEJADA   PIC 9(08).
           03 FILLER               PIC X(82) VALUE SPACES.

       01 WS-LINHA-MATERIAL.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-COD-PRODUTO      PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REL-NOME-PRODUTO     PIC X(20).
           03 FILLER               PIC X(06) VALUE ' PLAN '.
           03 REL-QTD-PLANEJADA    PIC Z(08)9.
           03 FILLER               PIC X(04) VALUE ' VL '.
           03 REL-VLR-PLANEJADO    PIC Z(09)9.99.
           03 FILLER               PIC X(06) VALUE ' CONS '.
           03 REL-QTD-CONSUMIDA    PIC -Z(08)9.
           03 FILLER               PIC X(04) VALUE ' VL '.
           03 REL-VLR-CONSUMIDO    PIC -Z(09)9.99.
           03 FILLER               PIC X(05) VALUE ' DIF '.
           03 REL-VLR-DIFERENCA    PIC -Z(09)9.99.
           03 REL-MARCA            PIC X(18).

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 REL-TOT-ROTULO       PIC X(27).
           03 FILLER               PIC X(15) VALUE SPACES.
           03 FILLER               PIC X(04) VALUE ' VL '.
           03 REL-TOT-PLANEJADO    PIC Z(09)9.99.
           03 FILLER               PIC X(16) VALUE SPACES.
           03 FILLER               PIC X(04) VALUE ' VL '.
           03 REL-TOT-CONSUMIDO    PIC -Z(09)9.99.
           03 FILLER               PIC X(05) VALUE ' DIF '.
           03 REL-TOT-DIFERENCA    PIC -Z(09)9.99.
           03 FILLER               PIC X(18) VALUE SPACES.

       01 WS-LINHA-SECAO.
           03 FILLER               PIC X(48)
              VALUE 'CONSUMO EM ORDENS SEM MATERIAL CARREGADO'.
           03 FILLER               PIC X(84) VALUE SPACES.

           COPY RUNWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- CUSTO DAS ORDENS DE SERVICO ---------"
            MOVE 'REL-CUSTO-OS' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-LIDOS
            INITIALIZE WS-MOV-ORDEM
            INITIALIZE WS-ORDENS
            INITIALIZE WS-LINHAS
            INITIALIZE WS-FORA-PLANO
            INITIALIZE WS-GER-PLANEJADO
            INITIALIZE WS-GER-CONSUMIDO
            MOVE ZEROS TO WS-ORDEM-ATUAL
            PERFORM 1000-SOMAR-CONSUMO

            OPEN INPUT PRODUTOS
            IF WS-FS EQUAL ZEROS
                MOVE 'S' TO WS-PROD-DISPONIVEL
            END-IF
            OPEN OUTPUT CUSTO-ORDENS
            MOVE WS-DATA-HOJE TO REL-DATA
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-TITULO
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-SEPARADOR
            OPEN INPUT MATERIAIS-OS
            IF WS-FS-OSM NOT EQUAL ZEROS
                DISPLAY 'NENHUMA ORDEM DE SERVICO CARREGADA'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MATERIAIS-OS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OSM-ORDEM NOT EQUAL WS-ORDEM-ATUAL
                           IF WS-ORDEM-ATUAL NOT EQUAL ZEROS
                               PERFORM 3000-FECHAR-ORDEM
                           END-IF
                           PERFORM 2100-INICIAR-ORDEM
                       END-IF
                       PERFORM 2000-IMPRIMIR-LINHA-PLANO
                   END-READ
                END-PERFORM
                IF WS-ORDEM-ATUAL NOT EQUAL ZEROS
                    PERFORM 3000-FECHAR-ORDEM
                END-IF
                CLOSE MATERIAIS-OS
            END-IF
            PERFORM 4000-ORDENS-SEM-PLANO

            MOVE SPACES TO REG-CUSTO-ORDENS
            WRITE REG-CUSTO-ORDENS
            MOVE 'TOTAL GERAL' TO REL-TOT-ROTULO
            MOVE WS-GER-PLANEJADO TO REL-TOT-PLANEJADO
            MOVE WS-GER-CONSUMIDO TO REL-TOT-CONSUMIDO
            COMPUTE REL-TOT-DIFERENCA =
                WS-GER-CONSUMIDO - WS-GER-PLANEJADO
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-TOTAL
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-SEPARADOR
            CLOSE CUSTO-ORDENS
            MOVE 'REL-CUSTO-OS' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\rel-custo-os.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                CLOSE PRODUTOS
            END-IF

            DISPLAY ' '
            DISPLAY 'MOVIMENTOS LIDOS: ' WS-LIDOS
            DISPLAY 'MOVIMENTOS COM ORDEM DE SERVICO: ' WS-MOV-ORDEM
            DISPLAY 'ORDENS NO RELATORIO: ' WS-ORDENS
            DISPLAY 'LINHAS PLANEJADAS: ' WS-LINHAS
            DISPLAY 'CONSUMOS FORA DO PLANO: ' WS-FORA-PLANO
            DISPLAY 'RELATORIO GRAVADO: rel-custo-os.txt'
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-LINHAS TO WS-RUN-GRAVADOS
            MOVE WS-FS-REL TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** CONSUMO LIQUIDO POR ORDEM E PRODUTO NO LIVRO ***************
       1000-SOMAR-CONSUMO.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'LIVRO DE MOVIMENTOS AUSENTE, NADA CONSUMIDO'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF MOV-ORDEM-SERVICO IS NUMERIC AND
                          MOV-ORDEM-SERVICO > ZERO AND
                          NOT MOV-AJUSTE-CUSTO
                           PERFORM 1050-ACUMULAR-MOVIMENTO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-ESTOQUE
            END-IF.

      ****** SAIDA SOMA, ESTORNO E DEVOLUCAO DO DEPARTAMENTO ABATEM *****
       1050-ACUMULAR-MOVIMENTO.
            ADD 1 TO WS-MOV-ORDEM
            MOVE MOV-ORDEM-SERVICO TO WS-BUSCA-ORDEM
            MOVE MOV-COD-PRODUTO TO WS-BUSCA-PRODUTO
            MOVE 'S' TO WS-INCLUIR
            PERFORM 1100-LOCALIZAR-CONSUMO
            IF WS-ACHOU EQUAL 'S'
                COMPUTE WS-VALOR-MOV = MOV-QUANTIDADE * MOV-CUSTO-UNIT
                IF MOV-REDUZ-SALDO
                    ADD MOV-QUANTIDADE TO WS-CON-QTD (WS-IND-CON)
                    ADD WS-VALOR-MOV TO WS-CON-VALOR (WS-IND-CON)
                ELSE
                    SUBTRACT MOV-QUANTIDADE FROM
                        WS-CON-QTD (WS-IND-CON)
                    SUBTRACT WS-VALOR-MOV FROM
                        WS-CON-VALOR (WS-IND-CON)
                END-IF
            END-IF.

      ****** POSICAO DA ORDEM + PRODUTO NA TABELA, INCLUINDO SE NOVO ****
       1100-LOCALIZAR-CONSUMO.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IND-CON FROM 1 BY 1
                    UNTIL WS-IND-CON > WS-QTD-CONSUMOS OR
                          WS-ACHOU EQUAL 'S'
                IF WS-CON-ORDEM (WS-IND-CON) EQUAL WS-BUSCA-ORDEM AND
                   WS-CON-PRODUTO (WS-IND-CON) EQUAL WS-BUSCA-PRODUTO
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU EQUAL 'S'
                SUBTRACT 1 FROM WS-IND-CON
            ELSE
                IF WS-INCLUIR EQUAL 'S'
                    IF WS-QTD-CONSUMOS < 3000
                        ADD 1 TO WS-QTD-CONSUMOS
                        MOVE WS-QTD-CONSUMOS TO WS-IND-CON
                        MOVE WS-BUSCA-ORDEM TO
                            WS-CON-ORDEM (WS-IND-CON)
                        MOVE WS-BUSCA-PRODUTO TO
                            WS-CON-PRODUTO (WS-IND-CON)
                        MOVE ZEROS TO WS-CON-QTD (WS-IND-CON)
                        MOVE ZEROS TO WS-CON-VALOR (WS-IND-CON)
                        MOVE 'N' TO WS-CON-USADO (WS-IND-CON)
                        MOVE 'S' TO WS-ACHOU
                    ELSE
                        DISPLAY 'MAIS DE 3000 PRODUTOS CONSUMIDOS EM '
                            'ORDENS, OS ' WS-BUSCA-ORDEM ' PRODUTO '
                            WS-BUSCA-PRODUTO ' FORA DO TOTAL'
                    END-IF
                END-IF
            END-IF.

      ****** UMA LINHA DO PLANO AO LADO DO CONSUMIDO ********************
       2000-IMPRIMIR-LINHA-PLANO.
            ADD 1 TO WS-LINHAS
            COMPUTE WS-VALOR-PLANEJADO =
                OSM-QTD-PLANEJADA * OSM-CUSTO-PLANEJADO
            MOVE OSM-ORDEM TO WS-BUSCA-ORDEM
            MOVE OSM-COD-PRODUTO TO WS-BUSCA-PRODUTO
            MOVE 'N' TO WS-INCLUIR
            PERFORM 1100-LOCALIZAR-CONSUMO
            MOVE ZEROS TO WS-QTD-CONSUMIDA
            MOVE ZEROS TO WS-VALOR-CONSUMIDO
            IF WS-ACHOU EQUAL 'S'
                MOVE WS-CON-QTD (WS-IND-CON) TO WS-QTD-CONSUMIDA
                MOVE WS-CON-VALOR (WS-IND-CON) TO WS-VALOR-CONSUMIDO
                MOVE 'S' TO WS-CON-USADO (WS-IND-CON)
            END-IF
            MOVE OSM-COD-PRODUTO TO REL-COD-PRODUTO
            PERFORM 2200-NOME-PRODUTO
            MOVE OSM-QTD-PLANEJADA TO REL-QTD-PLANEJADA
            MOVE WS-VALOR-PLANEJADO TO REL-VLR-PLANEJADO
            MOVE WS-QTD-CONSUMIDA TO REL-QTD-CONSUMIDA
            MOVE WS-VALOR-CONSUMIDO TO REL-VLR-CONSUMIDO
            COMPUTE REL-VLR-DIFERENCA =
                WS-VALOR-CONSUMIDO - WS-VALOR-PLANEJADO
            MOVE SPACES TO REL-MARCA
            IF WS-QTD-CONSUMIDA > OSM-QTD-PLANEJADA
                MOVE ' ACIMA DO PLANO' TO REL-MARCA
            END-IF
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-MATERIAL
            ADD WS-VALOR-PLANEJADO TO WS-ORD-PLANEJADO
            ADD WS-VALOR-CONSUMIDO TO WS-ORD-CONSUMIDO.

      ****** CABECALHO DE CADA ORDEM DE SERVICO *************************
       2100-INICIAR-ORDEM.
            MOVE OSM-ORDEM TO WS-ORDEM-ATUAL
            ADD 1 TO WS-ORDENS
            INITIALIZE WS-ORD-PLANEJADO
            INITIALIZE WS-ORD-CONSUMIDO
            MOVE OSM-ORDEM TO REL-ORDEM
            MOVE OSM-DATA-PLANEJADA TO REL-DATA-PLANEJADA
            MOVE SPACES TO REG-CUSTO-ORDENS
            WRITE REG-CUSTO-ORDENS
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-ORDEM.

      ****** NOME DO PRODUTO DA LINHA ***********************************
       2200-NOME-PRODUTO.
            MOVE SPACES TO REL-NOME-PRODUTO
            IF WS-PROD-DISPONIVEL EQUAL 'S'
                MOVE REL-COD-PRODUTO TO COD-PRODUTO
                READ PRODUTOS RECORD
                    KEY IS COD-PRODUTO
                    INVALID KEY
                        MOVE 'NAO CADASTRADO' TO REL-NOME-PRODUTO
                    NOT INVALID KEY
                        MOVE NOME-PRODUTO TO REL-NOME-PRODUTO
                END-READ
            END-IF.

      ****** CONSUMO FORA DO PLANO E TOTAL DA ORDEM *********************
       3000-FECHAR-ORDEM.
            PERFORM VARYING WS-IND-VARRE FROM 1 BY 1
                    UNTIL WS-IND-VARRE > WS-QTD-CONSUMOS
                IF WS-CON-ORDEM (WS-IND-VARRE) EQUAL WS-ORDEM-ATUAL AND
                   WS-CON-USADO (WS-IND-VARRE) EQUAL 'N'
                    PERFORM 3100-IMPRIMIR-FORA-PLANO
                END-IF
            END-PERFORM
            MOVE 'TOTAL DA ORDEM' TO REL-TOT-ROTULO
            MOVE WS-ORD-PLANEJADO TO REL-TOT-PLANEJADO
            MOVE WS-ORD-CONSUMIDO TO REL-TOT-CONSUMIDO
            COMPUTE REL-TOT-DIFERENCA =
                WS-ORD-CONSUMIDO - WS-ORD-PLANEJADO
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-TOTAL
            ADD WS-ORD-PLANEJADO TO WS-GER-PLANEJADO
            ADD WS-ORD-CONSUMIDO TO WS-GER-CONSUMIDO.

      ****** PRODUTO CONSUMIDO NA ORDEM SEM ESTAR NO PLANO **************
       3100-IMPRIMIR-FORA-PLANO.
            ADD 1 TO WS-FORA-PLANO
            MOVE 'S' TO WS-CON-USADO (WS-IND-VARRE)
            MOVE WS-CON-PRODUTO (WS-IND-VARRE) TO REL-COD-PRODUTO
            PERFORM 2200-NOME-PRODUTO
            MOVE ZEROS TO REL-QTD-PLANEJADA
            MOVE ZEROS TO REL-VLR-PLANEJADO
            MOVE WS-CON-QTD (WS-IND-VARRE) TO REL-QTD-CONSUMIDA
            MOVE WS-CON-VALOR (WS-IND-VARRE) TO REL-VLR-CONSUMIDO
            MOVE WS-CON-VALOR (WS-IND-VARRE) TO REL-VLR-DIFERENCA
            MOVE ' NAO PLANEJADO' TO REL-MARCA
            WRITE REG-CUSTO-ORDENS FROM WS-LINHA-MATERIAL
            ADD WS-CON-VALOR (WS-IND-VARRE) TO WS-ORD-CONSUMIDO.

      ****** ORDENS QUE CONSUMIRAM SEM MATERIAL CARREGADO ***************
       4000-ORDENS-SEM-PLANO.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IND-CON FROM 1 BY 1
                    UNTIL WS-IND-CON > WS-QTD-CONSUMOS
                IF WS-CON-USADO (WS-IND-CON) EQUAL 'N'
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU EQUAL 'S'
                MOVE SPACES TO REG-CUSTO-ORDENS
                WRITE REG-CUSTO-ORDENS
                WRITE REG-CUSTO-ORDENS FROM WS-LINHA-SECAO
                PERFORM VARYING WS-IND-CON FROM 1 BY 1
                        UNTIL WS-IND-CON > WS-QTD-CONSUMOS
                    IF WS-CON-USADO (WS-IND-CON) EQUAL 'N'
                        MOVE WS-CON-ORDEM (WS-IND-CON) TO
                            WS-ORDEM-ATUAL
                        ADD 1 TO WS-ORDENS
                        INITIALIZE WS-ORD-PLANEJADO
                        INITIALIZE WS-ORD-CONSUMIDO
                        MOVE WS-ORDEM-ATUAL TO REL-ORDEM
                        MOVE ZEROS TO REL-DATA-PLANEJADA
                        MOVE SPACES TO REG-CUSTO-ORDENS
                        WRITE REG-CUSTO-ORDENS
                        WRITE REG-CUSTO-ORDENS FROM WS-LINHA-ORDEM
                        PERFORM 3000-FECHAR-ORDEM
                    END-IF
                END-PERFORM
            END-IF.

           COPY RUNGRV.
           COPY SPLGRV.
       END PROGRAM REL-CUSTO-OS.
