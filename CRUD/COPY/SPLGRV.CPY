      ******************************************************************
      * Copybook: SPLGRV
      * Purpose:  Spool de relatorios. 9810-ABRIR-SPOOL cria o
      *           arquivo datado spool-<programa>-<data>-<hora>.txt;
      *           9812-IMPRIMIR-LINHA grava WS-SPL-LINHA nele (e
      *           mostra na tela com WS-SPL-ECO = 'S');
      *           9814-COPIAR-RELATORIO copia para o spool o relatorio
      *           ja gravado em WS-SPL-ORIGEM; 9816-FECHAR-SPOOL fecha
      *           e registra a emissao em SPOOL-INDICE com usuario,
      *           parametros, linhas e paginas (WS-SPL-LINHAS-PAGINA
      *           linhas por pagina). 9818-ARQUIVAR-RELATORIO faz as
      *           tres coisas para o programa que ja grava o proprio
      *           arquivo de relatorio. Sem spool aberto a linha so
      *           vai para a tela, entao o relatorio nunca deixa de
      *           sair por falta do spool. Requires SPLSEL/SPLFD and
      *           SPISEL/SPIFD selected/declared and SPLWS in
      *           WORKING-STORAGE.
      ******************************************************************
       9810-ABRIR-SPOOL.
            IF WS-SPL-ABERTO NOT EQUAL 'S'
                ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
                ACCEPT WS-SPL-HORA FROM TIME
                IF WS-SPL-DATA EQUAL WS-SPL-ULTIMA-DATA AND
                   WS-SPL-HORA NOT > WS-SPL-ULTIMA-HORA
                    COMPUTE WS-SPL-HORA = WS-SPL-ULTIMA-HORA + 1
                END-IF
                MOVE WS-SPL-DATA TO WS-SPL-ULTIMA-DATA
                MOVE WS-SPL-HORA TO WS-SPL-ULTIMA-HORA
                MOVE SPACES TO WS-SPL-PATH
                STRING 'C:\ARQUIVOS\spool-' DELIMITED BY SIZE
                    WS-SPL-PROGRAMA DELIMITED BY SPACE
                    '-' DELIMITED BY SIZE
                    WS-SPL-DATA DELIMITED BY SIZE
                    '-' DELIMITED BY SIZE
                    WS-SPL-HORA DELIMITED BY SIZE
                    '.txt' DELIMITED BY SIZE
                    INTO WS-SPL-PATH
                END-STRING
                INITIALIZE WS-SPL-LINHAS
                OPEN OUTPUT SPOOL-RELATORIO
                IF WS-FS-SPL EQUAL ZEROS
                    MOVE 'S' TO WS-SPL-ABERTO
                ELSE
                    DISPLAY 'SPOOL NAO DISPONIVEL (FILE STATUS '
                        WS-FS-SPL '), RELATORIO SO NA TELA'
                END-IF
            END-IF.

       9812-IMPRIMIR-LINHA.
            IF WS-SPL-ECO NOT EQUAL 'N'
                DISPLAY FUNCTION TRIM(WS-SPL-LINHA TRAILING)
            END-IF
            IF WS-SPL-ABERTO EQUAL 'S'
                WRITE REG-SPOOL FROM WS-SPL-LINHA
                ADD 1 TO WS-SPL-LINHAS
            END-IF
            MOVE SPACES TO WS-SPL-LINHA.

       9814-COPIAR-RELATORIO.
            OPEN INPUT SPOOL-ORIGEM
            IF WS-FS-SPO EQUAL ZEROS
                MOVE 'N' TO WS-SPL-ECO
                SET WS-SPL-EOF TO 0
                PERFORM UNTIL WS-SPL-EOF EQUAL 1
                   READ SPOOL-ORIGEM
                   AT END
                       MOVE 1 TO WS-SPL-EOF
                   NOT AT END
                       MOVE REG-SPOOL-ORIGEM TO WS-SPL-LINHA
                       PERFORM 9812-IMPRIMIR-LINHA
                   END-READ
                END-PERFORM
                CLOSE SPOOL-ORIGEM
                MOVE 'S' TO WS-SPL-ECO
            END-IF.

       9816-FECHAR-SPOOL.
            IF WS-SPL-ABERTO EQUAL 'S'
                CLOSE SPOOL-RELATORIO
                MOVE 'N' TO WS-SPL-ABERTO
                COMPUTE WS-SPL-PAGINAS = (WS-SPL-LINHAS +
                    WS-SPL-LINHAS-PAGINA - 1) / WS-SPL-LINHAS-PAGINA
                IF WS-SPL-PAGINAS EQUAL ZERO
                    MOVE 1 TO WS-SPL-PAGINAS
                END-IF
                MOVE SPACES TO WS-SPL-USUARIO
                ACCEPT WS-SPL-USUARIO FROM ENVIRONMENT 'USER'
                IF WS-SPL-USUARIO EQUAL SPACES
                    MOVE 'DESCONHECIDO' TO WS-SPL-USUARIO
                END-IF
                INITIALIZE REG-SPOOL-INDICE
                MOVE WS-SPL-PROGRAMA TO SPI-PROGRAMA
                MOVE WS-SPL-DATA TO SPI-DATA
                MOVE WS-SPL-HORA TO SPI-HORA
                MOVE WS-SPL-USUARIO TO SPI-USUARIO
                MOVE WS-SPL-PARAMETROS TO SPI-PARAMETROS
                MOVE WS-SPL-LINHAS TO SPI-LINHAS
                MOVE WS-SPL-PAGINAS TO SPI-PAGINAS
                MOVE WS-SPL-PATH TO SPI-ARQUIVO
                SET SPI-DISPONIVEL TO TRUE
                OPEN I-O SPOOL-INDICE
                IF WS-FS-SPI EQUAL 35
                    OPEN OUTPUT SPOOL-INDICE
                    CLOSE SPOOL-INDICE
                    OPEN I-O SPOOL-INDICE
                END-IF
                WRITE REG-SPOOL-INDICE
                END-WRITE
                IF WS-FS-SPI NOT EQUAL ZEROS
                    DISPLAY 'EMISSAO NAO REGISTRADA NO INDICE DO '
                        'SPOOL, FILE STATUS ' WS-FS-SPI
                END-IF
                CLOSE SPOOL-INDICE
            END-IF.

       9818-ARQUIVAR-RELATORIO.
            PERFORM 9810-ABRIR-SPOOL
            PERFORM 9814-COPIAR-RELATORIO
            PERFORM 9816-FECHAR-SPOOL.
