      ******************************************************************
      * Copybook: BKPGRV
      * Purpose:  Rotinas comuns do backup por geracao.
      *           9750-MONTAR-CAMINHOS monta, para a entrada WS-BKP-IND
      *           do catalogo, o nome da copia na geracao
      *           WS-BKP-GERACAO (WS-BKP-COPIA), o arquivo vivo em
      *           WS-BKP-DIRETORIO (WS-BKP-ARQUIVO) e o manifesto da
      *           geracao (WS-BKP-MANIFESTO). 9752-SOMAR-REGISTRO
      *           calcula em WS-BKP-SOMA-REG o total de controle de
      *           WS-BKP-REGISTRO (soma do codigo de cada caractere
      *           vezes a posicao, entao troca de caractere ou de
      *           posicao muda o total); 9754-CONTAR-REGISTRO soma o
      *           registro lido do arquivo vivo e 9756-LER-COPIA le e
      *           soma uma linha da copia aberta. 9758-CONFERIR-COPIA
      *           rele a copia inteira. Requires BKPSEL/BKPFD
      *           selected/declared and BKPWS in WORKING-STORAGE.
      ******************************************************************
       9750-MONTAR-CAMINHOS.
            MOVE SPACES TO WS-BKP-COPIA
            STRING 'C:\ARQUIVOS\backup-' DELIMITED BY SIZE
                WS-BKP-GERACAO DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-BKP-NOME (WS-BKP-IND) DELIMITED BY SPACE
                INTO WS-BKP-COPIA
            END-STRING
            MOVE SPACES TO WS-BKP-ARQUIVO
            STRING WS-BKP-DIRETORIO DELIMITED BY SPACE
                WS-BKP-NOME (WS-BKP-IND) DELIMITED BY SPACE
                INTO WS-BKP-ARQUIVO
            END-STRING
            MOVE SPACES TO WS-BKP-MANIFESTO
            STRING 'C:\ARQUIVOS\backup-' DELIMITED BY SIZE
                WS-BKP-GERACAO DELIMITED BY SIZE
                '-manifesto.txt' DELIMITED BY SIZE
                INTO WS-BKP-MANIFESTO
            END-STRING.

       9752-SOMAR-REGISTRO.
            MOVE ZEROS TO WS-BKP-SOMA-REG
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BKP-REGISTRO
                TRAILING)) TO WS-BKP-TAMANHO
            PERFORM VARYING WS-BKP-POS FROM 1 BY 1
                UNTIL WS-BKP-POS > WS-BKP-TAMANHO
                COMPUTE WS-BKP-SOMA-REG = WS-BKP-SOMA-REG +
                    FUNCTION ORD(WS-BKP-REGISTRO (WS-BKP-POS : 1)) *
                    WS-BKP-POS
            END-PERFORM.

       9754-CONTAR-REGISTRO.
            PERFORM 9752-SOMAR-REGISTRO
            ADD 1 TO WS-BKP-REGISTROS
            ADD WS-BKP-SOMA-REG TO WS-BKP-TOTAL.

       9756-LER-COPIA.
            READ BACKUP-COPIA
            AT END
                MOVE 1 TO WS-BKP-EOF
            NOT AT END
                MOVE REG-BACKUP-COPIA TO WS-BKP-REGISTRO
                PERFORM 9752-SOMAR-REGISTRO
                ADD 1 TO WS-BKP-COPIA-REGS
                ADD WS-BKP-SOMA-REG TO WS-BKP-COPIA-TOTAL
            END-READ.

       9758-CONFERIR-COPIA.
            MOVE ZEROS TO WS-BKP-COPIA-REGS
            MOVE ZEROS TO WS-BKP-COPIA-TOTAL
            OPEN INPUT BACKUP-COPIA
            IF WS-FS-BKC EQUAL ZEROS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE BACKUP-COPIA
            END-IF.
