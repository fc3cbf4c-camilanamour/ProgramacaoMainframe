      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: RETENCAO DO SPOOL DE RELATORIOS: APAGA OS ARQUIVOS DE
      *          SPOOL EMITIDOS HA MAIS DIAS QUE O PARAMETRO
      *          SPOOL_RETENCAO_DIAS (PADRAO 730) E MARCA A EMISSAO
      *          COMO EXPURGADA NO INDICE DO SPOOL, COM A DATA DO
      *          EXPURGO. O REGISTRO DO INDICE FICA, PARA A AUDITORIA
      *          SABER QUE O RELATORIO EXISTIU, QUEM O EMITIU E COM
      *          QUE PARAMETROS; SO A REIMPRESSAO DEIXA DE SER
      *          POSSIVEL. RODA NO FIM DO MES PELA CADEIA NOTURNA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGA-SPOOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPISEL.
           COPY RUNSEL.
           COPY PARSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY SPIFD.
           COPY RUNFD.
           COPY PARFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-SPI            PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-CORTE        PIC 9(08).
       77 WS-RETENCAO-DIAS     PIC 9(05) VALUE 730.
       77 WS-LIDOS             PIC 9(07).
       77 WS-EXPURGADOS        PIC 9(07).
       77 WS-JA-AUSENTES       PIC 9(07).
       77 WS-ARQUIVO-APAGAR    PIC X(100).

           COPY RUNWS.
           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- RETENCAO DO SPOOL DE RELATORIOS ------"
            MOVE 'EXPURGA-SPOOL' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE 'SPOOL_RETENCAO_DIAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            IF WS-PAR-NUMERO > ZERO
                MOVE WS-PAR-NUMERO TO WS-RETENCAO-DIAS
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                WS-RETENCAO-DIAS)
            DISPLAY 'RETENCAO: ' WS-RETENCAO-DIAS ' DIAS, EMISSOES '
                'ANTERIORES A ' WS-DATA-CORTE ' SERAO EXPURGADAS'
            INITIALIZE WS-LIDOS
            INITIALIZE WS-EXPURGADOS
            INITIALIZE WS-JA-AUSENTES

            OPEN I-O SPOOL-INDICE
            IF WS-FS-SPI NOT EQUAL ZEROS
                DISPLAY 'INDICE DO SPOOL AUSENTE, NADA A EXPURGAR'
            ELSE
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ SPOOL-INDICE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF SPI-DISPONIVEL AND
                          SPI-DATA < WS-DATA-CORTE
                           PERFORM 1000-EXPURGAR-EMISSAO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE SPOOL-INDICE
            END-IF

            DISPLAY ' '
            DISPLAY 'EMISSOES NO INDICE: ' WS-LIDOS
            DISPLAY 'EMISSOES EXPURGADAS: ' WS-EXPURGADOS
            IF WS-JA-AUSENTES > ZERO
                DISPLAY 'DESTAS, ARQUIVO JA AUSENTE NO DISCO: '
                    WS-JA-AUSENTES
            END-IF
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-LIDOS TO WS-RUN-LIDOS
            MOVE WS-EXPURGADOS TO WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** APAGA O ARQUIVO E MARCA A EMISSAO NO INDICE ****************
       1000-EXPURGAR-EMISSAO.
            MOVE SPI-ARQUIVO TO WS-ARQUIVO-APAGAR
            CALL "CBL_DELETE_FILE" USING WS-ARQUIVO-APAGAR
            IF RETURN-CODE NOT EQUAL ZERO
                ADD 1 TO WS-JA-AUSENTES
            END-IF
            MOVE ZERO TO RETURN-CODE
            SET SPI-EXPURGADO TO TRUE
            MOVE WS-DATA-HOJE TO SPI-DATA-EXPURGO
            REWRITE REG-SPOOL-INDICE
            END-REWRITE
            IF WS-FS-SPI EQUAL ZEROS
                ADD 1 TO WS-EXPURGADOS
            ELSE
                DISPLAY 'EMISSAO ' SPI-PROGRAMA ' ' SPI-DATA ' '
                    SPI-HORA ' NAO MARCADA, FILE STATUS ' WS-FS-SPI
            END-IF.

           COPY RUNGRV.
           COPY PARLER.
       END PROGRAM EXPURGA-SPOOL.
