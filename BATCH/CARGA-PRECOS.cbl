      *               controle saem no resultado da execucao —
      *               transferencia truncada deixa de passar por
      *               completa
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - cada tabela aplicada fica em REGISTRO-ENTRADAS
      *               (origem e data do HEADER, contagem e hash do
      *               TRAILER): a mesma tabela de novo e recusada sem
      *               liberacao de supervisor, e o arquivo processado
      *               vai para processados com data e hora no nome
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-PRECOS.
           COPY PRODSEL.
           COPY PRHSEL.
           COPY RUNSEL.
           COPY PARSEL.
           COPY RGESEL.
           COPY USUSEL.
           SELECT TABELA-PRECOS ASSIGN TO
           'C:\ARQUIVOS\tabela-precos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY PRODFD.
           COPY PRHFD.
           COPY RUNFD.
           COPY PARFD.
           COPY RGEFD.
           COPY USUFD.

       FD TABELA-PRECOS.
       01 REG-TABELA-PRECO.
       77 WS-PRIMEIRO-REG      PIC X VALUE 'S'.
       77 WS-REG-DETALHE       PIC 9(07).
       77 WS-HASH-DETALHE      PIC 9(13)V99.
       77 WS-FS-USU            PIC 99.

       01 WS-LINHA-EXCECAO.
           03 EXC-CODIGO-BARRAS    PIC X(13).
           COPY PRODWS.
           COPY PRODPATH.
           COPY RUNWS.
           COPY PARWS.
           COPY RGEWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            SET WS-FS TO 0.
            MOVE 'PRECOS_TOLERANCIA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            MOVE WS-PAR-VALOR TO WS-TOLERANCIA-TXT
            INITIALIZE WS-TOLERANCIA-LEN
            INSPECT WS-TOLERANCIA-TXT TALLYING WS-TOLERANCIA-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
                DISPLAY 'FILE STATUS: ' WS-FS-TAB
            ELSE
                PERFORM VALIDAR-CONTROLES
                IF WS-ARQUIVO-OK EQUAL 'S'
                    MOVE 'PRECOS' TO WS-RGE-TIPO
                    MOVE 'CARGA-PRECOS' TO WS-RGE-PROGRAMA
                    MOVE 'C:\ARQUIVOS\tabela-precos.txt'
                        TO WS-RGE-ARQUIVO
                    MOVE 'tabela-precos' TO WS-RGE-NOME-BASE
                    PERFORM 9720-CONFERIR-LOTE-ENTRADA
                END-IF
                IF WS-ARQUIVO-OK NOT EQUAL 'S' OR
                   WS-RGE-LIBERADO NOT EQUAL 'S'
                    CLOSE TABELA-PRECOS
                ELSE
                    OPEN OUTPUT PRECOS-EXCECOES
                    SET WS-EOF TO 0
                    INITIALIZE WS-CONTADOR
                    INITIALIZE WS-EXCECOES
                    INITIALIZE WS-REJEITADOS

                    PERFORM UNTIL WS-EOF EQUAL 1
                       READ TABELA-PRECOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CTL-HEADER
                                   CONTINUE
                               WHEN CTL-TRAILER
                                   MOVE 1 TO WS-EOF
                               WHEN OTHER
                                   PERFORM APLICAR-PRECO
                           END-EVALUATE
                    END-PERFORM

                    DISPLAY ' '
                    DISPLAY 'PRECOS APLICADOS: ' WS-CONTADOR
                    DISPLAY 'PRECOS RETIDOS (EXCECAO): ' WS-EXCECOES
                    DISPLAY 'LINHAS REJEITADAS: ' WS-REJEITADOS
                    DISPLAY 'TOTAIS DE CONTROLE DO ARQUIVO: '
                        WS-REG-DETALHE ' REGISTROS, HASH '
                        WS-HASH-DETALHE
                    DISPLAY 'EXCECOES GRAVADAS: precos-excecoes.txt'

                    CLOSE PRECOS-EXCECOES
                    CLOSE TABELA-PRECOS
                    PERFORM 9730-REGISTRAR-LOTE-ENTRADA
                END-IF
            END-IF
            CLOSE PRODUTOS.
                           IF CTL-HEADER
                               DISPLAY 'HEADER: DATA ' CTL-DATA
                                   ' ORIGEM ' CTL-ORIGEM
                               MOVE CTL-DATA TO WS-RGE-DATA
                               MOVE CTL-ORIGEM TO WS-RGE-ORIGEM
                               MOVE 'N' TO WS-PRIMEIRO-REG
                           ELSE
                               DISPLAY 'ARQUIVO SEM HEADER, '
                           IF CTL-REG-CONTADOS EQUAL WS-REG-DETALHE
                              AND CTL-HASH-QTD EQUAL WS-HASH-DETALHE
                               MOVE 'S' TO WS-ARQUIVO-OK
                               MOVE WS-REG-DETALHE TO WS-RGE-REGISTROS
                               MOVE WS-HASH-DETALHE TO WS-RGE-HASH
                           ELSE
                               DISPLAY 'TRAILER NAO BATE COM O '
                                   'LIDO, ARQUIVO RECUSADO INTEIRO'
            CLOSE PRECO-HIST.

           COPY RUNGRV.
           COPY PARLER.
           COPY RGECHK.
       END PROGRAM CARGA-PRECOS.
