      *               que ARQUIVA-MENSAL o zera no ultimo dia util, e
      *               um relatorio mensal nao pode subestimar consumo
      *               em silencio
      * 15 OUT 2026 - devolucao do departamento ao estoque (MOV-TIPO R)
      *               do mes entra no relatorio como linha propria
      *               DEVOLVIDO por categoria, valorizada ao custo da
      *               saida original, e o destino fecha com o total
      *               bruto, o devolvido e o CONSUMO LIQUIDO — a
      *               devolucao credita o consumo de quem devolveu
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CONSUMO-DESTINO.
           COPY PRODSEL.
           COPY MOVSEL.
           COPY DSTSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ESTORNOS-TRABALHO ASSIGN TO
           'C:\ARQUIVOS\consumo-estornos.tmp'
           ORGANIZATION IS INDEXED
           COPY PRODFD.
           COPY MOVFD.
           COPY DSTFD.
           COPY SPLFD.
           COPY SPIFD.

       FD ESTORNOS-TRABALHO.
       01 REG-ESTORNO-TRABALHO.
           03 ORD-CATEGORIA        PIC X(15).
           03 ORD-QUANTIDADE       PIC 9(09).
           03 ORD-VALOR            PIC 9(16)V99.
           03 ORD-TIPO             PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-VALOR-CATEGORIA   PIC 9(16)V99.
       77 WS-QTD-DESTINO       PIC 9(11).
       77 WS-VALOR-DESTINO     PIC 9(16)V99.
       77 WS-DEVOLUCOES        PIC 9(05).
       77 WS-QTD-DEV-CATEGORIA PIC 9(11).
       77 WS-VLR-DEV-CATEGORIA PIC 9(16)V99.
       77 WS-QTD-DEV-DESTINO   PIC 9(11).
       77 WS-VALOR-DEV-DESTINO PIC 9(16)V99.
       77 WS-QTD-LIQUIDA       PIC S9(11).
       77 WS-VALOR-LIQUIDO     PIC S9(16)V99.
       77 WS-QTD-LIQ-EDITADA   PIC -ZZZZZZZZZZ9.
       77 WS-VALOR-LIQ-EDITADO PIC -ZZZZZZZZZZZZZZZ9.99.
       77 WS-VALOR-CATEGORIA-EDT PIC 9(16).99.
       77 WS-VLR-DEV-CATEGORIA-EDT PIC 9(16).99.
       77 WS-VALOR-DESTINO-EDT PIC 9(16).99.
       77 WS-VALOR-DEV-DESTINO-EDT PIC 9(16).99.

       01 WS-DATA-MOVIMENTO        PIC 9(08).
       01 WS-DATA-MOV-PARTES REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-DIA           PIC 9(02).

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-CONSUMO-DESTINO' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- CONSUMO POR DESTINO -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            DISPLAY 'INFORME O MES (AAAAMM):'
            ACCEPT WS-MES-BUSCA
                MOVE 'N' TO WS-DST-DISPONIVEL
            END-IF
            INITIALIZE WS-CONTADOR
            INITIALIZE WS-DEVOLUCOES
            PERFORM 0500-MAPEAR-ESTORNOS

            SORT ARQUIVO-ORDENACAO
                INPUT PROCEDURE IS 1000-LER-SAIDAS
                OUTPUT PROCEDURE IS 2000-TOTALIZAR-CONSUMO.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0 AND WS-DEVOLUCOES = 0
                MOVE 'NENHUMA SAIDA NO MES INFORMADO' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'SAIDAS TOTALIZADAS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                STRING 'DEVOLUCOES ABATIDAS: ' WS-DEVOLUCOES
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            IF WS-DST-DISPONIVEL EQUAL 'S'
            END-IF
            CLOSE ESTORNOS-TRABALHO
            CLOSE PRODUTOS.
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-BUSCA DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** GUARDA OS NUMEROS DOS LANCAMENTOS JA ESTORNADOS ************
       1000-LER-SAIDAS.
            OPEN INPUT MOVIMENTO-ESTOQUE
            IF WS-FS-MOV NOT EQUAL ZEROS
                MOVE 'ARQUIVO DE MOVIMENTOS AUSENTE' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
      ****** FILTRA UMA SAIDA DO MES FORA DO PAR DE ESTORNO *************
       1050-FILTRAR-SAIDA.
            MOVE MOV-DATA TO WS-DATA-MOVIMENTO
            IF (MOV-SAIDA OR MOV-DEVOLUCAO-DEPTO) AND
               WS-MOV-AAAAMM EQUAL WS-MES-BUSCA AND
               MOV-ESTORNO-DE EQUAL ZEROS
                MOVE MOV-NUMERO TO ETR-NUMERO
            END-IF
            MOVE WS-CATEGORIA-PRODUTO TO ORD-CATEGORIA
            MOVE MOV-QUANTIDADE TO ORD-QUANTIDADE
            MOVE MOV-TIPO TO ORD-TIPO
            IF MOV-CUSTO-UNIT NOT EQUAL ZERO
                COMPUTE ORD-VALOR =
                    MOV-QUANTIDADE * MOV-CUSTO-UNIT
                    MOV-QUANTIDADE * WS-PRECO-PRODUTO
            END-IF
            RELEASE REG-ORDENACAO
            IF MOV-DEVOLUCAO-DEPTO
                ADD 1 TO WS-DEVOLUCOES
            ELSE
                ADD 1 TO WS-CONTADOR
            END-IF.

      ****** QUEBRA POR DESTINO E CATEGORIA COM OS TOTAIS ***************
       2000-TOTALIZAR-CONSUMO.
                           END-IF
                       END-IF
                   END-IF
                   IF ORD-TIPO EQUAL 'R'
                       ADD ORD-QUANTIDADE TO WS-QTD-DEV-CATEGORIA
                       ADD ORD-VALOR TO WS-VLR-DEV-CATEGORIA
                       ADD ORD-QUANTIDADE TO WS-QTD-DEV-DESTINO
                       ADD ORD-VALOR TO WS-VALOR-DEV-DESTINO
                   ELSE
                       ADD ORD-QUANTIDADE TO WS-QTD-CATEGORIA
                       ADD ORD-VALOR TO WS-VALOR-CATEGORIA
                       ADD ORD-QUANTIDADE TO WS-QTD-DESTINO
                       ADD ORD-VALOR TO WS-VALOR-DESTINO
                   END-IF
            END-PERFORM.

      ****** CABECALHO DE UM NOVO DESTINO *******************************
       2100-ABRIR-DESTINO.
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-DESTINO-ATUAL EQUAL '??????'
                MOVE 'DESTINO: (SEM DESTINO)' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                IF WS-DST-DISPONIVEL NOT EQUAL 'S'
                    STRING 'DESTINO: ' WS-DESTINO-ATUAL
                        DELIMITED BY SIZE INTO WS-SPL-LINHA
                    END-STRING
                    PERFORM 9812-IMPRIMIR-LINHA
                    GO TO 2100-INICIAR-TOTAIS
                END-IF
                MOVE WS-DESTINO-ATUAL TO DEST-CODIGO
                READ DESTINOS RECORD
                    KEY IS DEST-CODIGO
                    INVALID KEY
                        STRING 'DESTINO: ' WS-DESTINO-ATUAL
                            ' (NAO CADASTRADO)'
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                    NOT INVALID KEY
                        STRING 'DESTINO: ' WS-DESTINO-ATUAL ' '
                            DEST-DESCRICAO
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                END-READ
            END-IF.
       2100-INICIAR-TOTAIS.
            INITIALIZE WS-QTD-DESTINO
            INITIALIZE WS-VALOR-DESTINO
            INITIALIZE WS-QTD-DEV-DESTINO
            INITIALIZE WS-VALOR-DEV-DESTINO.

      ****** INICIO DE UM GRUPO DE CATEGORIA ****************************
       2200-ABRIR-CATEGORIA.
            INITIALIZE WS-QTD-CATEGORIA
            INITIALIZE WS-VALOR-CATEGORIA
            INITIALIZE WS-QTD-DEV-CATEGORIA
            INITIALIZE WS-VLR-DEV-CATEGORIA.

      ****** TOTAL DA CATEGORIA ENCERRADA *******************************
       2300-FECHAR-CATEGORIA.
            MOVE WS-VALOR-CATEGORIA TO WS-VALOR-CATEGORIA-EDT
            STRING '  ' WS-CATEGORIA-ATUAL ' QTD: ' WS-QTD-CATEGORIA
                ' VALOR: ' WS-VALOR-CATEGORIA-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-QTD-DEV-CATEGORIA NOT EQUAL ZERO
                MOVE WS-VLR-DEV-CATEGORIA TO WS-VLR-DEV-CATEGORIA-EDT
                STRING '  ' WS-CATEGORIA-ATUAL ' DEVOLVIDO QTD: '
                    WS-QTD-DEV-CATEGORIA ' VALOR: '
                    WS-VLR-DEV-CATEGORIA-EDT
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

      ****** TOTAL DO DESTINO ENCERRADO *********************************
       2400-FECHAR-DESTINO.
            MOVE WS-VALOR-DESTINO TO WS-VALOR-DESTINO-EDT
            STRING '  TOTAL DO DESTINO - QTD: ' WS-QTD-DESTINO
                ' VALOR: ' WS-VALOR-DESTINO-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-QTD-DEV-DESTINO NOT EQUAL ZERO
                MOVE WS-VALOR-DEV-DESTINO TO WS-VALOR-DEV-DESTINO-EDT
                STRING '  DEVOLVIDO AO ESTOQUE - QTD: '
                    WS-QTD-DEV-DESTINO ' VALOR: '
                    WS-VALOR-DEV-DESTINO-EDT
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                COMPUTE WS-QTD-LIQUIDA =
                    WS-QTD-DESTINO - WS-QTD-DEV-DESTINO
                COMPUTE WS-VALOR-LIQUIDO =
                    WS-VALOR-DESTINO - WS-VALOR-DEV-DESTINO
                MOVE WS-QTD-LIQUIDA TO WS-QTD-LIQ-EDITADA
                MOVE WS-VALOR-LIQUIDO TO WS-VALOR-LIQ-EDITADO
                STRING '  CONSUMO LIQUIDO - QTD: ' WS-QTD-LIQ-EDITADA
                    ' VALOR: ' WS-VALOR-LIQ-EDITADO
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

           COPY SPLGRV.
       END PROGRAM REL-CONSUMO-DESTINO.
