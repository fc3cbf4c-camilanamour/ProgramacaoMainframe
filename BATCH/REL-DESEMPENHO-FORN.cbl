      *          SO CONTA COMO ENTREGUE QUANDO PED-DATA-RECEBIDO FOI
      *          CARIMBADA PELO RECEBIMENTO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - linha cancelada pelo supervisor entra no fill
      *               rate so pelo que foi recebido: o pendente anulado
      *               foi decisao da compra, nao falha do fornecedor
      * 15 OUT 2026 - pedido de acerto de consignacao fica fora: nao
      *               houve entrega a medir, so o consumo do estoque
      *               que o fornecedor ja deixou na prateleira
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-DESEMPENHO-FORN.
       FILE-CONTROL.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-desempenho.tmp'.

      ***** NOME DO FILE-CONTROL ***************************************
           COPY FORNFD.
           COPY PEDFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-PCT-NO-PRAZO      PIC 9(03)V99.
       77 WS-MEDIA-ATRASO      PIC 9(05)V99.
       77 WS-FILL-RATE         PIC 9(03)V99.
       77 WS-PCT-NO-PRAZO-EDT  PIC 9(03).99.
       77 WS-MEDIA-ATRASO-EDT  PIC 9(05).99.
       77 WS-FILL-RATE-EDT     PIC 9(03).99.

       01 WS-DATA-PEDIDO           PIC 9(08).
       01 WS-DATA-PED-PARTES REDEFINES WS-DATA-PEDIDO.
           03 WS-PED-AAAAMM        PIC 9(06).
           03 WS-PED-DIA           PIC 9(02).

           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-DESEMPENHO-FORN' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
            STRING "----------- DESEMPENHO POR FORNECEDOR -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            DISPLAY 'INFORME O MES DOS PEDIDOS (AAAAMM):'
            ACCEPT WS-MES-BUSCA

                INPUT PROCEDURE IS 1000-LER-PEDIDOS-DO-MES
                OUTPUT PROCEDURE IS 2000-TOTALIZAR-FORNECEDORES.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                STRING 'NENHUMA LINHA DE PEDIDO NO MES INFORMADO'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'LINHAS DE PEDIDO AVALIADAS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF

            IF WS-FORN-DISPONIVEL EQUAL 'S'
                CLOSE FORNECEDORES
            END-IF.
            MOVE SPACES TO WS-SPL-PARAMETROS
            STRING 'MES=' DELIMITED BY SIZE
                WS-MES-BUSCA DELIMITED BY SIZE
                INTO WS-SPL-PARAMETROS
            END-STRING
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** SELECIONA AS LINHAS PEDIDAS NO MES *************************
       1000-LER-PEDIDOS-DO-MES.
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PED NOT EQUAL ZEROS
                STRING 'ARQUIVO DE PEDIDOS DE COMPRA AUSENTE'
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE PED-DATA-PEDIDO TO WS-DATA-PEDIDO
                       IF WS-PED-AAAAMM EQUAL WS-MES-BUSCA AND
                          NOT PED-ACERTO-CONSIGNACAO
                           PERFORM 1100-SOLTAR-LINHA
                       END-IF
                   END-READ
       1100-SOLTAR-LINHA.
            MOVE PED-COD-FORNECEDOR TO ORD-COD-FORNECEDOR
            MOVE PED-QTD-PEDIDA TO ORD-QTD-PEDIDA
            IF PED-CANCELADO
                MOVE PED-QTD-RECEBIDA TO ORD-QTD-PEDIDA
            END-IF
            MOVE PED-QTD-RECEBIDA TO ORD-QTD-RECEBIDA
            MOVE PED-SITUACAO TO ORD-SITUACAO
            IF PED-RECEBIDO AND PED-DATA-RECEBIDO NOT EQUAL ZEROS
            INITIALIZE WS-SOMA-PEDIDA
            INITIALIZE WS-SOMA-RECEBIDA
            MOVE ZERO TO WS-PRAZO-PROMETIDO
            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-FORN-DISPONIVEL EQUAL 'S'
                MOVE WS-FORNECEDOR-ATUAL TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        STRING 'FORNECEDOR: ' WS-FORNECEDOR-ATUAL
                            ' (NAO CADASTRADO)'
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                    NOT INVALID KEY
                        MOVE PRAZO-ENTREGA TO WS-PRAZO-PROMETIDO
                        STRING 'FORNECEDOR: ' WS-FORNECEDOR-ATUAL
                            ' ' NOME-FORNECEDOR
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                        STRING 'PRAZO PROMETIDO: '
                            WS-PRAZO-PROMETIDO ' DIAS'
                            DELIMITED BY SIZE INTO WS-SPL-LINHA
                        END-STRING
                        PERFORM 9812-IMPRIMIR-LINHA
                END-READ
            ELSE
                STRING 'FORNECEDOR: ' WS-FORNECEDOR-ATUAL
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

      ****** ACUMULA UMA LINHA NOS INDICADORES DO FORNECEDOR ************
            ELSE
                MOVE ZERO TO WS-FILL-RATE
            END-IF
            STRING '  LINHAS NO MES............: ' WS-LINHAS-TOTAL
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING '  LINHAS ENTREGUES.........: '
                WS-LINHAS-ENTREGUES
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-PCT-NO-PRAZO TO WS-PCT-NO-PRAZO-EDT
            STRING '  ENTREGUES NO PRAZO.......: '
                WS-LINHAS-NO-PRAZO ' (' WS-PCT-NO-PRAZO-EDT ' %)'
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-MEDIA-ATRASO TO WS-MEDIA-ATRASO-EDT
            STRING '  MEDIA DE DIAS DE ATRASO..: ' WS-MEDIA-ATRASO-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FILL-RATE TO WS-FILL-RATE-EDT
            STRING '  FILL RATE (REC/PED)......: ' WS-FILL-RATE-EDT ' %'
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            STRING '  LINHAS AINDA EM ABERTO...: '
                WS-LINHAS-ABERTAS
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

           COPY SPLGRV.
       END PROGRAM REL-DESEMPENHO-FORN.
