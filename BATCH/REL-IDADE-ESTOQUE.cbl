      *          QUE OLHA A DATA DO ULTIMO MOVIMENTO E NAO ENXERGA
      *          ESTOQUE VELHO DE ITEM QUE AINDA GIRA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - relatorio agora sai pelo spool (SPLGRV): cada
      *               linha vai para a tela e para o arquivo datado
      *               spool-<programa>-<data>-<hora>.txt, com a emissao
      *               registrada no indice do spool para reimpressao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-IDADE-ESTOQUE.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY LOTSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO
           'C:\ARQUIVOS\sort-idade.tmp'.

      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY LOTFD.
           COPY SPLFD.
           COPY SPIFD.

       SD ARQUIVO-ORDENACAO.
       01 REG-ORDENACAO.
       77 WS-CATEGORIA-ATUAL   PIC X(15).
       77 WS-PRIMEIRO-GRUPO    PIC X VALUE 'S'.
       77 WS-FAIXA             PIC 9(01).
       77 WS-ORD-VALOR-EDT        PIC 9(16).99.
       77 WS-FX-VALOR-EDT      PIC 9(16).99.
       77 WS-GER-VALOR-EDT     PIC 9(18).99.

       01 WS-FAIXAS-CATEGORIA.
           03 WS-FX-QTD            PIC 9(11) OCCURS 4 TIMES.
           03 WS-GER-VALOR         PIC 9(18)V99 OCCURS 4 TIMES.

           COPY PRODWS.
           COPY SPLWS.
           COPY PRODPATH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REL-IDADE-ESTOQUE' TO WS-SPL-PROGRAMA
            PERFORM 9810-ABRIR-SPOOL
           COPY PRODENV.
            STRING "----------- IDADE DO ESTOQUE POR LOTE -----------"
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            SET WS-FS TO 0.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INTEIRO =
                INPUT PROCEDURE IS 1000-LER-LOTES
                OUTPUT PROCEDURE IS 2000-TOTALIZAR-IDADES.

            PERFORM 9812-IMPRIMIR-LINHA
            IF WS-CONTADOR = 0
                MOVE 'NENHUM LOTE COM SALDO NO CONTROLE' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                STRING 'LOTES CLASSIFICADOS: ' WS-CONTADOR
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
                PERFORM 3000-IMPRIMIR-TOTAL-GERAL
            END-IF

            CLOSE PRODUTOS.
            PERFORM 9816-FECHAR-SPOOL
            STOP RUN.

      ****** CLASSIFICA CADA LOTE COM SALDO PELA IDADE ******************
       1000-LER-LOTES.
            OPEN INPUT LOTES-PRODUTO
            IF WS-FS-LOT NOT EQUAL ZEROS
                MOVE 'CONTROLE DE LOTES AUSENTE' TO WS-SPL-LINHA
                PERFORM 9812-IMPRIMIR-LINHA
            ELSE
                MOVE ZEROS TO LOT-COD-PRODUTO
                MOVE SPACES TO LOT-NUMERO
                       MOVE ORD-CATEGORIA TO WS-CATEGORIA-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-GRUPO
                       INITIALIZE WS-FAIXAS-CATEGORIA
                       PERFORM 9812-IMPRIMIR-LINHA
                       STRING 'CATEGORIA: ' WS-CATEGORIA-ATUAL
                           DELIMITED BY SIZE INTO WS-SPL-LINHA
                       END-STRING
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-IF
                   PERFORM 2100-ACUMULAR-LOTE
            END-PERFORM.
            ADD ORD-QUANTIDADE TO WS-GER-QTD (WS-FAIXA)
            ADD ORD-VALOR TO WS-GER-VALOR (WS-FAIXA)
            IF WS-FAIXA EQUAL 4
                MOVE ORD-VALOR TO WS-ORD-VALOR-EDT
                STRING '  ' ORD-COD-PRODUTO ' ' ORD-NOME-PRODUTO
                    ' LOTE ' ORD-LOTE ' IDADE ' ORD-IDADE-DIAS
                    'D QTD ' ORD-QUANTIDADE ' VALOR ' WS-ORD-VALOR-EDT
                    DELIMITED BY SIZE INTO WS-SPL-LINHA
                END-STRING
                PERFORM 9812-IMPRIMIR-LINHA
            END-IF.

      ****** SUBTOTAIS DAS FAIXAS DA CATEGORIA ENCERRADA ****************
       2300-FECHAR-CATEGORIA.
            MOVE WS-FX-VALOR (1) TO WS-FX-VALOR-EDT
            STRING '  FAIXA 0-30 DIAS..: QTD ' WS-FX-QTD (1)
                ' VALOR ' WS-FX-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FX-VALOR (2) TO WS-FX-VALOR-EDT
            STRING '  FAIXA 31-60 DIAS.: QTD ' WS-FX-QTD (2)
                ' VALOR ' WS-FX-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FX-VALOR (3) TO WS-FX-VALOR-EDT
            STRING '  FAIXA 61-90 DIAS.: QTD ' WS-FX-QTD (3)
                ' VALOR ' WS-FX-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-FX-VALOR (4) TO WS-FX-VALOR-EDT
            STRING '  FAIXA +90 DIAS...: QTD ' WS-FX-QTD (4)
                ' VALOR ' WS-FX-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

      ****** TOTAL GERAL DAS FAIXAS *************************************
       3000-IMPRIMIR-TOTAL-GERAL.
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE 'TOTAL GERAL POR FAIXA DE IDADE:' TO WS-SPL-LINHA
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-GER-VALOR (1) TO WS-GER-VALOR-EDT
            STRING '  0-30 DIAS...: QTD ' WS-GER-QTD (1)
                ' VALOR ' WS-GER-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-GER-VALOR (2) TO WS-GER-VALOR-EDT
            STRING '  31-60 DIAS..: QTD ' WS-GER-QTD (2)
                ' VALOR ' WS-GER-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-GER-VALOR (3) TO WS-GER-VALOR-EDT
            STRING '  61-90 DIAS..: QTD ' WS-GER-QTD (3)
                ' VALOR ' WS-GER-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA
            MOVE WS-GER-VALOR (4) TO WS-GER-VALOR-EDT
            STRING '  +90 DIAS....: QTD ' WS-GER-QTD (4)
                ' VALOR ' WS-GER-VALOR-EDT
                DELIMITED BY SIZE INTO WS-SPL-LINHA
            END-STRING
            PERFORM 9812-IMPRIMIR-LINHA.

           COPY SPLGRV.
       END PROGRAM REL-IDADE-ESTOQUE.
