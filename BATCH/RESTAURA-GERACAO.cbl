      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: RESTAURACAO DE UMA GERACAO DO BACKUP COMPLETO: O
      *          OPERADOR ESCOLHE A GERACAO (0 = A ULTIMA COMPLETA) E
      *          CONFIRMA. A GERACAO E PRIMEIRO RESTAURADA NO
      *          DIRETORIO DE TESTE restaura-teste E CADA ARQUIVO E
      *          RELIDO E CONFERIDO CONTRA O MANIFESTO (REGISTROS E
      *          TOTAL DE CONTROLE DA COPIA E DO ARQUIVO
      *          RESTAURADO); SE QUALQUER UM DIVERGE A RESTAURACAO E
      *          RECUSADA SEM TOCAR NA PRODUCAO. CONFERIDA, A GERACAO
      *          E RESTAURADA SOBRE OS ARQUIVOS DE PRODUCAO E
      *          CONFERIDA DE NOVO; SO ENTAO A RESTAURACAO E DADA
      *          COMO CONCLUIDA. COM RESTAURA_MODO=TESTE NO AMBIENTE
      *          (TESTE MENSAL DA CADEIA NOTURNA) NAO HA PERGUNTAS: A
      *          ULTIMA GERACAO COMPLETA E RESTAURADA SO NO DIRETORIO
      *          DE TESTE E O RESULTADO FICA EM BACKUP-GERACOES. RODAR
      *          A RESTAURACAO NA PRODUCAO COM O SISTEMA PARADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA-GERACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL REPLACING
               =='C:\ARQUIVOS\fornecedores.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PEDSEL REPLACING
               =='C:\ARQUIVOS\pedidos-compra.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY LOTSEL REPLACING
               =='C:\ARQUIVOS\lotes-produto.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY RSVSEL REPLACING
               =='C:\ARQUIVOS\reservas.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY SERSEL REPLACING
               =='C:\ARQUIVOS\series-produto.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY USUSEL REPLACING
               =='C:\ARQUIVOS\usuarios.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PARSEL REPLACING
               =='C:\ARQUIVOS\parametros.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY SEQSEL REPLACING
               =='C:\ARQUIVOS\controle-numeracao.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY NFESEL REPLACING
               =='C:\ARQUIVOS\notas-entrada.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY TITSEL REPLACING
               =='C:\ARQUIVOS\titulos-pagar.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY REQSEL REPLACING
               =='C:\ARQUIVOS\requisicoes.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CATSEL REPLACING
               =='C:\ARQUIVOS\categorias.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY RGESEL REPLACING
               =='C:\ARQUIVOS\registro-entradas.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CAMSEL REPLACING
               =='C:\ARQUIVOS\cambio.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CTRSEL REPLACING
               =='C:\ARQUIVOS\contratos-fornecedor.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CSGSEL REPLACING
               =='C:\ARQUIVOS\consignacao.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY MCSSEL REPLACING
               =='C:\ARQUIVOS\movimento-consignado.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY EMPSEL REPLACING
               =='C:\ARQUIVOS\emprestimos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY COTSEL REPLACING
               =='C:\ARQUIVOS\cotas-consumo.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY SUBSEL REPLACING
               =='C:\ARQUIVOS\substitutos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PGOSEL REPLACING
               =='C:\ARQUIVOS\perigosos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CLBSEL REPLACING
               =='C:\ARQUIVOS\calibracoes.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY RNCSEL REPLACING
               =='C:\ARQUIVOS\nao-conformidades.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY DFTSEL REPLACING
               =='C:\ARQUIVOS\defeitos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY ARMSEL REPLACING
               =='C:\ARQUIVOS\armarios-par.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY OSMSEL REPLACING
               =='C:\ARQUIVOS\materiais-os.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY ORCSEL REPLACING
               =='C:\ARQUIVOS\orcamentos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CMPSEL REPLACING
               =='C:\ARQUIVOS\compromissos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY ENTSEL REPLACING
               =='C:\ARQUIVOS\entradas-custo.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY RATSEL REPLACING
               =='C:\ARQUIVOS\rateio-custo.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY FLNSEL REPLACING
               =='C:\ARQUIVOS\faturas-linhas.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY DEBSEL REPLACING
               =='C:\ARQUIVOS\debitos-fornecedor.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY INSSEL REPLACING
               =='C:\ARQUIVOS\inspecoes.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY DSTSEL REPLACING
               =='C:\ARQUIVOS\destinos.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY BORSEL REPLACING
               =='C:\ARQUIVOS\backorders.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PFXSEL REPLACING
               =='C:\ARQUIVOS\fornecedores-produto.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY CNMSEL REPLACING
               =='C:\ARQUIVOS\consumo-mensal.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PRVSEL REPLACING
               =='C:\ARQUIVOS\previsao-demanda.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY HISTSEL REPLACING
               =='C:\ARQUIVOS\produtos-hist.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY SOLSEL REPLACING
               =='C:\ARQUIVOS\solicitacoes-alteracao.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY SPISEL REPLACING
               =='C:\ARQUIVOS\spool-indice.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PERSEL REPLACING
               =='C:\ARQUIVOS\periodos-fechados.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY LIBSEL REPLACING
               =='C:\ARQUIVOS\controle-liberacao.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY PRFSEL REPLACING
               =='C:\ARQUIVOS\precos-futuros.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY KITSEL REPLACING
               =='C:\ARQUIVOS\componentes-kit.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY LCLSEL REPLACING
               =='C:\ARQUIVOS\limites-classe.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY AGOSEL REPLACING
               =='C:\ARQUIVOS\aguarda-orcamento.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY FECSEL REPLACING
               =='C:\ARQUIVOS\fechamento-diario.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY BAKSEL REPLACING
               =='C:\ARQUIVOS\produtos-backup.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY FBKSEL REPLACING
               =='C:\ARQUIVOS\fornecedores-backup.txt'==
               BY ==WS-BKP-ARQUIVO==.
           COPY BKPSEL.
           COPY BKGSEL.
           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY FORNFD.
           COPY PEDFD.
           COPY LOTFD.
           COPY RSVFD.
           COPY SERFD.
           COPY USUFD.
           COPY PARFD.
           COPY SEQFD.
           COPY NFEFD.
           COPY TITFD.
           COPY REQFD.
           COPY CATFD.
           COPY RGEFD.
           COPY CAMFD.
           COPY CTRFD.
           COPY CSGFD.
           COPY MCSFD.
           COPY EMPFD.
           COPY COTFD.
           COPY SUBFD.
           COPY PGOFD.
           COPY CLBFD.
           COPY RNCFD.
           COPY DFTFD.
           COPY ARMFD.
           COPY OSMFD.
           COPY ORCFD.
           COPY CMPFD.
           COPY ENTFD.
           COPY RATFD.
           COPY FLNFD.
           COPY DEBFD.
           COPY INSFD.
           COPY DSTFD.
           COPY BORFD.
           COPY PFXFD.
           COPY CNMFD.
           COPY PRVFD.
           COPY HISTFD.
           COPY SOLFD.
           COPY SPIFD.
           COPY PERFD.
           COPY LIBFD.
           COPY PRFFD.
           COPY KITFD.
           COPY LCLFD.
           COPY AGOFD.
           COPY FECFD.
           COPY BAKFD.
           COPY FBKFD.
           COPY BKPFD.
           COPY BKGFD.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-PED            PIC 99.
       77 WS-FS-LOT            PIC 99.
       77 WS-FS-RSV            PIC 99.
       77 WS-FS-SER            PIC 99.
       77 WS-FS-USU            PIC 99.
       77 WS-FS-PAR            PIC 99.
       77 WS-FS-SEQ            PIC 99.
       77 WS-FS-NFE            PIC 99.
       77 WS-FS-TIT            PIC 99.
       77 WS-FS-REQ            PIC 99.
       77 WS-FS-CAT            PIC 99.
       77 WS-FS-RGE            PIC 99.
       77 WS-FS-CAM            PIC 99.
       77 WS-FS-CTR            PIC 99.
       77 WS-FS-CSG            PIC 99.
       77 WS-FS-MCS            PIC 99.
       77 WS-FS-EMP            PIC 99.
       77 WS-FS-COT            PIC 99.
       77 WS-FS-SUB            PIC 99.
       77 WS-FS-PGO            PIC 99.
       77 WS-FS-CLB            PIC 99.
       77 WS-FS-RNC            PIC 99.
       77 WS-FS-DFT            PIC 99.
       77 WS-FS-ARM            PIC 99.
       77 WS-FS-OSM            PIC 99.
       77 WS-FS-ORC            PIC 99.
       77 WS-FS-CMP            PIC 99.
       77 WS-FS-ENT            PIC 99.
       77 WS-FS-RAT            PIC 99.
       77 WS-FS-FLN            PIC 99.
       77 WS-FS-DEB            PIC 99.
       77 WS-FS-INS            PIC 99.
       77 WS-FS-DST            PIC 99.
       77 WS-FS-BOR            PIC 99.
       77 WS-FS-PFX            PIC 99.
       77 WS-FS-CNM            PIC 99.
       77 WS-FS-PRV            PIC 99.
       77 WS-FS-HIST           PIC 99.
       77 WS-FS-SOL            PIC 99.
       77 WS-FS-SPI            PIC 99.
       77 WS-FS-PER            PIC 99.
       77 WS-FS-LIB            PIC 99.
       77 WS-FS-PRF            PIC 99.
       77 WS-FS-KIT            PIC 99.
       77 WS-FS-LCL            PIC 99.
       77 WS-FS-AGO            PIC 99.
       77 WS-FS-FEC            PIC 99.
       77 WS-FS-BAK            PIC 99.
       77 WS-FS-FBK            PIC 99.
       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-MODO-RESTAURA     PIC X(07) VALUE SPACES.
       77 WS-MODO-TESTE        PIC X(01) VALUE 'N'.
       77 WS-GERACAO-ESCOLHIDA PIC 9(08) VALUE ZEROS.
       77 WS-GERACAO-ACHADA    PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA          PIC X(01) VALUE SPACE.
       77 WS-FASE-PRODUCAO     PIC X(01) VALUE 'N'.
       77 WS-DIVERGENCIAS      PIC 9(03).
       77 WS-TOTAL-REGISTROS   PIC 9(11).
       77 WS-PRODUTOS-PRODUCAO PIC X(100).
       77 WS-DIRETORIO-TESTE   PIC X(60)
              VALUE 'C:\ARQUIVOS\restaura-teste\'.
       77 WS-DIRETORIO-CRIAR   PIC X(60)
              VALUE 'C:\ARQUIVOS\restaura-teste'.
       77 WS-ARQUIVO-APAGAR    PIC X(100).
       77 WS-MAN-IND           PIC 9(03).
       77 WS-MAN-QTD           PIC 9(03).
       77 WS-MAN-TRL-ARQUIVOS  PIC 9(03).
       77 WS-MAN-COMPLETO      PIC X(01) VALUE 'N'.
       77 WS-RESULTADO         PIC X(08).

       01 WS-MANIFESTO.
           03 WS-MAN-ENTRADA OCCURS 99 TIMES.
               05 WS-MAN-ARQUIVO       PIC X(30).
               05 WS-MAN-SITUACAO      PIC X(01).
                   88 WS-MAN-AUSENTE   VALUE 'A'.
               05 WS-MAN-REGISTROS     PIC 9(09).
               05 WS-MAN-TOTAL         PIC 9(18).

           COPY PRODPATH.
           COPY BKPWS.
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- RESTAURACAO DE GERACAO DO BACKUP -----"
            MOVE 'RESTAURA-GERACAO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE WS-PRODUTOS-PATH TO WS-PRODUTOS-PRODUCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-MODO-RESTAURA FROM ENVIRONMENT 'RESTAURA_MODO'
            IF WS-MODO-RESTAURA EQUAL 'TESTE'
                MOVE 'S' TO WS-MODO-TESTE
                DISPLAY 'MODO TESTE: RESTAURA A ULTIMA GERACAO COMPLETA'
                    ' SO NO DIRETORIO DE TESTE'
            END-IF

            PERFORM 1000-ESCOLHER-GERACAO
            IF WS-GERACAO-ACHADA NOT EQUAL 'S'
                MOVE '35' TO WS-RUN-STATUS
                GO TO ENCERRAR-RESTAURACAO
            END-IF
            IF WS-MODO-TESTE NOT EQUAL 'S'
                DISPLAY 'CONFIRMA A RESTAURACAO DA GERACAO '
                    WS-BKP-GERACAO ' SOBRE OS ARQUIVOS DE PRODUCAO? '
                    '(S/N)'
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA NOT EQUAL 'S' AND
                   WS-CONFIRMA NOT EQUAL 's'
                    DISPLAY 'RESTAURACAO CANCELADA PELO OPERADOR'
                    GO TO ENCERRAR-RESTAURACAO
                END-IF
            END-IF

            PERFORM 2000-CARREGAR-MANIFESTO
            IF WS-MAN-COMPLETO NOT EQUAL 'S'
                MOVE '99' TO WS-RUN-STATUS
                GO TO ENCERRAR-RESTAURACAO
            END-IF

            DISPLAY ' '
            DISPLAY 'FASE 1: RESTAURACAO NO DIRETORIO DE TESTE '
                FUNCTION TRIM(WS-DIRETORIO-TESTE)
            CALL "CBL_CREATE_DIR" USING WS-DIRETORIO-CRIAR
            MOVE ZERO TO RETURN-CODE
            MOVE WS-DIRETORIO-TESTE TO WS-BKP-DIRETORIO
            MOVE 'N' TO WS-FASE-PRODUCAO
            PERFORM 3000-RESTAURAR-GERACAO
            IF WS-MODO-TESTE EQUAL 'S'
                PERFORM 5000-REGISTRAR-TESTE
                IF WS-DIVERGENCIAS > ZERO
                    DISPLAY 'TESTE DE RESTAURACAO DA GERACAO '
                        WS-BKP-GERACAO ' FALHOU: ' WS-DIVERGENCIAS
                        ' ARQUIVO(S) NAO CONFEREM COM O MANIFESTO'
                    MOVE '99' TO WS-RUN-STATUS
                ELSE
                    DISPLAY 'TESTE DE RESTAURACAO DA GERACAO '
                        WS-BKP-GERACAO ' CONFERIDO'
                END-IF
                GO TO ENCERRAR-RESTAURACAO
            END-IF
            IF WS-DIVERGENCIAS > ZERO
                DISPLAY 'RESTAURACAO RECUSADA: ' WS-DIVERGENCIAS
                    ' ARQUIVO(S) DA GERACAO NAO CONFEREM COM O '
                    'MANIFESTO, NADA FOI GRAVADO NA PRODUCAO'
                MOVE '99' TO WS-RUN-STATUS
                GO TO ENCERRAR-RESTAURACAO
            END-IF

            DISPLAY ' '
            DISPLAY 'FASE 2: RESTAURACAO NOS ARQUIVOS DE PRODUCAO'
            MOVE 'C:\ARQUIVOS\' TO WS-BKP-DIRETORIO
            MOVE 'S' TO WS-FASE-PRODUCAO
            PERFORM 3000-RESTAURAR-GERACAO
            IF WS-DIVERGENCIAS > ZERO
                DISPLAY 'RESTAURACAO NAO CONCLUIDA: ' WS-DIVERGENCIAS
                    ' ARQUIVO(S) DE PRODUCAO NAO CONFEREM COM O '
                    'MANIFESTO, VER ACIMA'
                MOVE '99' TO WS-RUN-STATUS
            ELSE
                PERFORM 5100-REGISTRAR-RESTAURACAO
                DISPLAY 'RESTAURACAO DA GERACAO ' WS-BKP-GERACAO
                    ' CONCLUIDA E CONFERIDA'
            END-IF.

       ENCERRAR-RESTAURACAO.
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-TOTAL-REGISTROS TO WS-RUN-LIDOS
            MOVE WS-TOTAL-REGISTROS TO WS-RUN-GRAVADOS
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** GERACAO A RESTAURAR: A ESCOLHIDA OU A ULTIMA COMPLETA ******
       1000-ESCOLHER-GERACAO.
            MOVE 'N' TO WS-GERACAO-ACHADA
            MOVE ZEROS TO WS-BKP-GERACAO
            OPEN INPUT BACKUP-GERACOES
            IF WS-FS-BKG NOT EQUAL ZEROS
                DISPLAY 'INDICE DAS GERACOES AUSENTE, NENHUM BACKUP '
                    'FEITO'
            ELSE
                IF WS-MODO-TESTE NOT EQUAL 'S'
                    DISPLAY ' '
                    DISPLAY 'GERACAO HORA     USUARIO              SIT'
                        ' ULT.TESTE OK'
                END-IF
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ BACKUP-GERACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       IF BKG-COMPLETA
                           MOVE BKG-DATA TO WS-BKP-GERACAO
                       END-IF
                       IF NOT BKG-EXPURGADA AND
                          WS-MODO-TESTE NOT EQUAL 'S'
                           DISPLAY BKG-DATA ' ' BKG-HORA ' '
                               BKG-USUARIO ' ' BKG-SITUACAO '   '
                               BKG-DATA-TESTE '  ' BKG-TESTE-OK
                       END-IF
                   END-READ
                END-PERFORM
                IF WS-MODO-TESTE NOT EQUAL 'S'
                    DISPLAY 'INFORME A GERACAO A RESTAURAR (AAAAMMDD, '
                        '0 = A ULTIMA COMPLETA):'
                    ACCEPT WS-GERACAO-ESCOLHIDA
                    IF WS-GERACAO-ESCOLHIDA NOT EQUAL ZERO
                        MOVE WS-GERACAO-ESCOLHIDA TO WS-BKP-GERACAO
                    END-IF
                END-IF
                IF WS-BKP-GERACAO EQUAL ZERO
                    DISPLAY 'NENHUMA GERACAO COMPLETA DISPONIVEL'
                ELSE
                    MOVE WS-BKP-GERACAO TO BKG-DATA
                    READ BACKUP-GERACOES RECORD
                        KEY IS BKG-DATA
                        INVALID KEY
                            DISPLAY 'GERACAO ' WS-BKP-GERACAO
                                ' NAO EXISTE'
                        NOT INVALID KEY
                            EVALUATE TRUE
                                WHEN BKG-EXPURGADA
                                    DISPLAY 'GERACAO ' WS-BKP-GERACAO
                                        ' JA APAGADA PELA RETENCAO EM '
                                        BKG-DATA-EXPURGO
                                WHEN BKG-FALHA
                                    DISPLAY 'GERACAO ' WS-BKP-GERACAO
                                        ' TEVE FALHA NO BACKUP, NAO '
                                        'PODE SER RESTAURADA'
                                WHEN OTHER
                                    MOVE 'S' TO WS-GERACAO-ACHADA
                            END-EVALUATE
                    END-READ
                END-IF
                CLOSE BACKUP-GERACOES
            END-IF.

      ****** MANIFESTO DA GERACAO, COM HDR E TRL CONFERIDOS *************
       2000-CARREGAR-MANIFESTO.
            MOVE 'N' TO WS-MAN-COMPLETO
            MOVE ZEROS TO WS-MAN-QTD
            MOVE ZEROS TO WS-MAN-TRL-ARQUIVOS
            MOVE 1 TO WS-BKP-IND
            PERFORM 9750-MONTAR-CAMINHOS
            OPEN INPUT BACKUP-MANIFESTO
            IF WS-FS-BKM NOT EQUAL ZEROS
                DISPLAY 'MANIFESTO DA GERACAO NAO ENCONTRADO: '
                    FUNCTION TRIM(WS-BKP-MANIFESTO)
                DISPLAY 'FILE STATUS: ' WS-FS-BKM
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ BACKUP-MANIFESTO
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKM-HEADER
                               IF BKM-GERACAO NOT EQUAL WS-BKP-GERACAO
                                   DISPLAY 'MANIFESTO E DA GERACAO '
                                       BKM-GERACAO ', NAO DA '
                                       WS-BKP-GERACAO
                                   MOVE 1 TO WS-BKP-EOF
                               END-IF
                           WHEN BKM-DETALHE
                               IF WS-MAN-QTD < 99
                                   ADD 1 TO WS-MAN-QTD
                                   MOVE BKM-ARQUIVO TO
                                       WS-MAN-ARQUIVO (WS-MAN-QTD)
                                   MOVE BKM-SITUACAO TO
                                       WS-MAN-SITUACAO (WS-MAN-QTD)
                                   MOVE BKM-REGISTROS TO
                                       WS-MAN-REGISTROS (WS-MAN-QTD)
                                   MOVE BKM-TOTAL TO
                                       WS-MAN-TOTAL (WS-MAN-QTD)
                               END-IF
                           WHEN BKM-TRAILER
                               MOVE BKM-QTD-ARQUIVOS TO
                                   WS-MAN-TRL-ARQUIVOS
                               IF BKM-QTD-ARQUIVOS EQUAL WS-MAN-QTD
                                   MOVE 'S' TO WS-MAN-COMPLETO
                               END-IF
                               MOVE 1 TO WS-BKP-EOF
                       END-EVALUATE
                   END-READ
                END-PERFORM
                CLOSE BACKUP-MANIFESTO
                IF WS-MAN-COMPLETO NOT EQUAL 'S'
                    DISPLAY 'MANIFESTO INCOMPLETO: ' WS-MAN-QTD
                        ' ARQUIVOS LIDOS, TRAILER INFORMA '
                        WS-MAN-TRL-ARQUIVOS ', RESTAURACAO RECUSADA'
                END-IF
            END-IF.

      ****** TODOS OS ARQUIVOS DO MANIFESTO NO DIRETORIO DA FASE ********
       3000-RESTAURAR-GERACAO.
            MOVE ZEROS TO WS-DIVERGENCIAS
            MOVE ZEROS TO WS-TOTAL-REGISTROS
            DISPLAY 'ARQUIVO                        MANIFESTO  '
                'RESTAURADO RESULTADO'
            PERFORM 3100-RESTAURAR-ARQUIVO
                VARYING WS-MAN-IND FROM 1 BY 1
                UNTIL WS-MAN-IND > WS-MAN-QTD.

      ****** UM ARQUIVO: RESTAURA E CONFERE COM O MANIFESTO *************
       3100-RESTAURAR-ARQUIVO.
            MOVE 1 TO WS-BKP-IND
            PERFORM UNTIL WS-BKP-IND > WS-BKP-QTD-ARQUIVOS OR
                          WS-BKP-NOME (WS-BKP-IND) EQUAL
                          WS-MAN-ARQUIVO (WS-MAN-IND)
                ADD 1 TO WS-BKP-IND
            END-PERFORM
            IF WS-BKP-IND > WS-BKP-QTD-ARQUIVOS
                DISPLAY WS-MAN-ARQUIVO (WS-MAN-IND)
                    ' FORA DO CATALOGO DO BACKUP, NAO RESTAURADO'
                ADD 1 TO WS-DIVERGENCIAS
            ELSE
                PERFORM 9750-MONTAR-CAMINHOS
                IF WS-FASE-PRODUCAO EQUAL 'S' AND
                   WS-BKP-NOME (WS-BKP-IND) EQUAL 'produtos.txt'
                    MOVE WS-PRODUTOS-PRODUCAO TO WS-BKP-ARQUIVO
                END-IF
                MOVE ZEROS TO WS-BKP-REGISTROS
                MOVE ZEROS TO WS-BKP-TOTAL
                MOVE ZEROS TO WS-BKP-COPIA-REGS
                MOVE ZEROS TO WS-BKP-COPIA-TOTAL
                MOVE '00' TO WS-BKP-FS-ERRO
                IF WS-MAN-AUSENTE (WS-MAN-IND)
                    MOVE WS-BKP-ARQUIVO TO WS-ARQUIVO-APAGAR
                    CALL "CBL_DELETE_FILE" USING WS-ARQUIVO-APAGAR
                    MOVE ZERO TO RETURN-CODE
                    DISPLAY WS-MAN-ARQUIVO (WS-MAN-IND)
                        ' AUSENTE NA GERACAO, REMOVIDO'
                ELSE
                    PERFORM 3105-RESTAURAR-DA-COPIA
                END-IF
            END-IF.

      ****** ARQUIVO PRESENTE NA GERACAO: GRAVA A COPIA E CONFERE *******
       3105-RESTAURAR-DA-COPIA.
            OPEN INPUT BACKUP-COPIA
            IF WS-FS-BKC NOT EQUAL ZEROS
                DISPLAY WS-MAN-ARQUIVO (WS-MAN-IND)
                    ' COPIA NAO ENCONTRADA: '
                    FUNCTION TRIM(WS-BKP-COPIA)
                ADD 1 TO WS-DIVERGENCIAS
            ELSE
                IF WS-BKP-ORGANIZACAO (WS-BKP-IND) EQUAL 'S'
                    PERFORM 3800-RESTAURAR-SEQUENCIAL
                ELSE
                    PERFORM 3700-RESTAURAR-INDEXADO
                END-IF
                CLOSE BACKUP-COPIA
                PERFORM 3900-CONFERIR-RESTAURADO
            END-IF.

      ****** PRODUTOS: GRAVA A COPIA E RELE O RESTAURADO ****************
       3110-RESTAURAR-PRODUTOS.
            MOVE WS-BKP-ARQUIVO TO WS-PRODUTOS-PATH
            OPEN OUTPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                MOVE WS-FS TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PRODUTO
                   WRITE REG-PRODUTO
                   IF WS-FS NOT EQUAL ZEROS AND
                      WS-FS NOT EQUAL 02
                       MOVE WS-FS TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PRODUTOS
                OPEN INPUT PRODUTOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PRODUTO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS
            END-IF.

      ****** FORNECEDORES: GRAVA A COPIA E RELE O RESTAURADO ************
       3120-RESTAURAR-FORNECEDORES.
            OPEN OUTPUT FORNECEDORES
            IF WS-FS-FORN NOT EQUAL ZEROS
                MOVE WS-FS-FORN TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-FORNECEDOR
                   WRITE REG-FORNECEDOR
                   IF WS-FS-FORN NOT EQUAL ZEROS AND
                      WS-FS-FORN NOT EQUAL 02
                       MOVE WS-FS-FORN TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ FORNECEDORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-FORNECEDOR TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE FORNECEDORES
            END-IF.

      ****** PEDIDOS-COMPRA: GRAVA A COPIA E RELE O RESTAURADO **********
       3130-RESTAURAR-PEDIDOS-COMPRA.
            OPEN OUTPUT PEDIDOS-COMPRA
            IF WS-FS-PED NOT EQUAL ZEROS
                MOVE WS-FS-PED TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PEDIDO-COMPRA
                   WRITE REG-PEDIDO-COMPRA
                   IF WS-FS-PED NOT EQUAL ZEROS AND
                      WS-FS-PED NOT EQUAL 02
                       MOVE WS-FS-PED TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PEDIDOS-COMPRA
                OPEN INPUT PEDIDOS-COMPRA
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PEDIDOS-COMPRA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PEDIDO-COMPRA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PEDIDOS-COMPRA
            END-IF.

      ****** LOTES-PRODUTO: GRAVA A COPIA E RELE O RESTAURADO ***********
       3140-RESTAURAR-LOTES-PRODUTO.
            OPEN OUTPUT LOTES-PRODUTO
            IF WS-FS-LOT NOT EQUAL ZEROS
                MOVE WS-FS-LOT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-LOTE
                   WRITE REG-LOTE
                   IF WS-FS-LOT NOT EQUAL ZEROS AND
                      WS-FS-LOT NOT EQUAL 02
                       MOVE WS-FS-LOT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE LOTES-PRODUTO
                OPEN INPUT LOTES-PRODUTO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ LOTES-PRODUTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-LOTE TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE LOTES-PRODUTO
            END-IF.

      ****** RESERVAS: GRAVA A COPIA E RELE O RESTAURADO ****************
       3150-RESTAURAR-RESERVAS.
            OPEN OUTPUT RESERVAS
            IF WS-FS-RSV NOT EQUAL ZEROS
                MOVE WS-FS-RSV TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-RESERVA
                   WRITE REG-RESERVA
                   IF WS-FS-RSV NOT EQUAL ZEROS AND
                      WS-FS-RSV NOT EQUAL 02
                       MOVE WS-FS-RSV TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE RESERVAS
                OPEN INPUT RESERVAS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ RESERVAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-RESERVA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE RESERVAS
            END-IF.

      ****** SERIES-PRODUTO: GRAVA A COPIA E RELE O RESTAURADO **********
       3160-RESTAURAR-SERIES-PRODUTO.
            OPEN OUTPUT SERIES-PRODUTO
            IF WS-FS-SER NOT EQUAL ZEROS
                MOVE WS-FS-SER TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-SERIE
                   WRITE REG-SERIE
                   IF WS-FS-SER NOT EQUAL ZEROS AND
                      WS-FS-SER NOT EQUAL 02
                       MOVE WS-FS-SER TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE SERIES-PRODUTO
                OPEN INPUT SERIES-PRODUTO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ SERIES-PRODUTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-SERIE TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE SERIES-PRODUTO
            END-IF.

      ****** USUARIOS: GRAVA A COPIA E RELE O RESTAURADO ****************
       3170-RESTAURAR-USUARIOS.
            OPEN OUTPUT USUARIOS
            IF WS-FS-USU NOT EQUAL ZEROS
                MOVE WS-FS-USU TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-USUARIO
                   WRITE REG-USUARIO
                   IF WS-FS-USU NOT EQUAL ZEROS AND
                      WS-FS-USU NOT EQUAL 02
                       MOVE WS-FS-USU TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE USUARIOS
                OPEN INPUT USUARIOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ USUARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-USUARIO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE USUARIOS
            END-IF.

      ****** PARAMETROS: GRAVA A COPIA E RELE O RESTAURADO **************
       3180-RESTAURAR-PARAMETROS.
            OPEN OUTPUT PARAMETROS
            IF WS-FS-PAR NOT EQUAL ZEROS
                MOVE WS-FS-PAR TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PARAMETRO
                   WRITE REG-PARAMETRO
                   IF WS-FS-PAR NOT EQUAL ZEROS AND
                      WS-FS-PAR NOT EQUAL 02
                       MOVE WS-FS-PAR TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PARAMETROS
                OPEN INPUT PARAMETROS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PARAMETROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PARAMETRO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PARAMETROS
            END-IF.

      ****** CONTROLE-NUMERACAO: GRAVA A COPIA E RELE O RESTAURADO ******
       3190-RESTAURAR-CONTROLE-NUMERACAO.
            OPEN OUTPUT CONTROLE-NUMERACAO
            IF WS-FS-SEQ NOT EQUAL ZEROS
                MOVE WS-FS-SEQ TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-NUMERACAO
                   WRITE REG-NUMERACAO
                   IF WS-FS-SEQ NOT EQUAL ZEROS AND
                      WS-FS-SEQ NOT EQUAL 02
                       MOVE WS-FS-SEQ TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CONTROLE-NUMERACAO
                OPEN INPUT CONTROLE-NUMERACAO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CONTROLE-NUMERACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-NUMERACAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CONTROLE-NUMERACAO
            END-IF.

      ****** NOTAS-ENTRADA: GRAVA A COPIA E RELE O RESTAURADO ***********
       3200-RESTAURAR-NOTAS-ENTRADA.
            OPEN OUTPUT NOTAS-ENTRADA
            IF WS-FS-NFE NOT EQUAL ZEROS
                MOVE WS-FS-NFE TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-NOTA-ENTRADA
                   WRITE REG-NOTA-ENTRADA
                   IF WS-FS-NFE NOT EQUAL ZEROS AND
                      WS-FS-NFE NOT EQUAL 02
                       MOVE WS-FS-NFE TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE NOTAS-ENTRADA
                OPEN INPUT NOTAS-ENTRADA
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ NOTAS-ENTRADA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-NOTA-ENTRADA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE NOTAS-ENTRADA
            END-IF.

      ****** TITULOS-PAGAR: GRAVA A COPIA E RELE O RESTAURADO ***********
       3210-RESTAURAR-TITULOS-PAGAR.
            OPEN OUTPUT TITULOS-PAGAR
            IF WS-FS-TIT NOT EQUAL ZEROS
                MOVE WS-FS-TIT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-TITULO
                   WRITE REG-TITULO
                   IF WS-FS-TIT NOT EQUAL ZEROS AND
                      WS-FS-TIT NOT EQUAL 02
                       MOVE WS-FS-TIT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE TITULOS-PAGAR
                OPEN INPUT TITULOS-PAGAR
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ TITULOS-PAGAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-TITULO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE TITULOS-PAGAR
            END-IF.

      ****** REQUISICOES: GRAVA A COPIA E RELE O RESTAURADO *************
       3220-RESTAURAR-REQUISICOES.
            OPEN OUTPUT REQUISICOES
            IF WS-FS-REQ NOT EQUAL ZEROS
                MOVE WS-FS-REQ TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-REQUISICAO
                   WRITE REG-REQUISICAO
                   IF WS-FS-REQ NOT EQUAL ZEROS AND
                      WS-FS-REQ NOT EQUAL 02
                       MOVE WS-FS-REQ TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE REQUISICOES
                OPEN INPUT REQUISICOES
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ REQUISICOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-REQUISICAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE REQUISICOES
            END-IF.

      ****** CATEGORIAS: GRAVA A COPIA E RELE O RESTAURADO **************
       3230-RESTAURAR-CATEGORIAS.
            OPEN OUTPUT CATEGORIAS
            IF WS-FS-CAT NOT EQUAL ZEROS
                MOVE WS-FS-CAT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-CATEGORIA
                   WRITE REG-CATEGORIA
                   IF WS-FS-CAT NOT EQUAL ZEROS AND
                      WS-FS-CAT NOT EQUAL 02
                       MOVE WS-FS-CAT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CATEGORIAS
                OPEN INPUT CATEGORIAS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CATEGORIAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-CATEGORIA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CATEGORIAS
            END-IF.

      ****** REGISTRO DE ENTRADAS: GRAVA A COPIA E RELE O RESTAURADO ****
       3240-RESTAURAR-REGISTRO-ENTRADAS.
            OPEN OUTPUT REGISTRO-ENTRADAS
            IF WS-FS-RGE NOT EQUAL ZEROS
                MOVE WS-FS-RGE TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-REGISTRO-ENTRADA
                   WRITE REG-REGISTRO-ENTRADA
                   IF WS-FS-RGE NOT EQUAL ZEROS AND
                      WS-FS-RGE NOT EQUAL 02
                       MOVE WS-FS-RGE TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE REGISTRO-ENTRADAS
                OPEN INPUT REGISTRO-ENTRADAS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ REGISTRO-ENTRADAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-REGISTRO-ENTRADA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE REGISTRO-ENTRADAS
            END-IF.

      ****** CAMBIO: GRAVA A COPIA E RELE O RESTAURADO ******************
       3250-RESTAURAR-CAMBIO.
            OPEN OUTPUT CAMBIO
            IF WS-FS-CAM NOT EQUAL ZEROS
                MOVE WS-FS-CAM TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-CAMBIO
                   WRITE REG-CAMBIO
                   IF WS-FS-CAM NOT EQUAL ZEROS AND
                      WS-FS-CAM NOT EQUAL 02
                       MOVE WS-FS-CAM TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CAMBIO
                OPEN INPUT CAMBIO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CAMBIO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-CAMBIO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CAMBIO
            END-IF.

      ****** CONTRATOS-FORNECEDOR: GRAVA A COPIA E RELE O RESTAURADO ****
       3260-RESTAURAR-CONTRATOS-FORNECEDOR.
            OPEN OUTPUT CONTRATOS-FORNECEDOR
            IF WS-FS-CTR NOT EQUAL ZEROS
                MOVE WS-FS-CTR TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-CONTRATO
                   WRITE REG-CONTRATO
                   IF WS-FS-CTR NOT EQUAL ZEROS AND
                      WS-FS-CTR NOT EQUAL 02
                       MOVE WS-FS-CTR TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CONTRATOS-FORNECEDOR
                OPEN INPUT CONTRATOS-FORNECEDOR
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CONTRATOS-FORNECEDOR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-CONTRATO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CONTRATOS-FORNECEDOR
            END-IF.

      ****** CONSIGNACAO: GRAVA A COPIA E RELE O RESTAURADO *************
       3270-RESTAURAR-CONSIGNACAO.
            OPEN OUTPUT CONSIGNACAO
            IF WS-FS-CSG NOT EQUAL ZEROS
                MOVE WS-FS-CSG TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-CONSIGNACAO
                   WRITE REG-CONSIGNACAO
                   IF WS-FS-CSG NOT EQUAL ZEROS AND
                      WS-FS-CSG NOT EQUAL 02
                       MOVE WS-FS-CSG TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CONSIGNACAO
                OPEN INPUT CONSIGNACAO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CONSIGNACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-CONSIGNACAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CONSIGNACAO
            END-IF.

      ****** MOVIMENTO-CONSIGNADO: GRAVA A COPIA E RELE O RESTAURADO ****
       3280-RESTAURAR-MOVIMENTO-CONSIGNADO.
            OPEN OUTPUT MOVIMENTO-CONSIGNADO
            IF WS-FS-MCS NOT EQUAL ZEROS
                MOVE WS-FS-MCS TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-MOV-CONSIGNADO
                   WRITE REG-MOV-CONSIGNADO
                   IF WS-FS-MCS NOT EQUAL ZEROS AND
                      WS-FS-MCS NOT EQUAL 02
                       MOVE WS-FS-MCS TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE MOVIMENTO-CONSIGNADO
                OPEN INPUT MOVIMENTO-CONSIGNADO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ MOVIMENTO-CONSIGNADO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-MOV-CONSIGNADO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE MOVIMENTO-CONSIGNADO
            END-IF.

      ****** EMPRESTIMOS: GRAVA A COPIA E RELE O RESTAURADO *************
       3290-RESTAURAR-EMPRESTIMOS.
            OPEN OUTPUT EMPRESTIMOS
            IF WS-FS-EMP NOT EQUAL ZEROS
                MOVE WS-FS-EMP TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-EMPRESTIMO
                   WRITE REG-EMPRESTIMO
                   IF WS-FS-EMP NOT EQUAL ZEROS AND
                      WS-FS-EMP NOT EQUAL 02
                       MOVE WS-FS-EMP TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE EMPRESTIMOS
                OPEN INPUT EMPRESTIMOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-EMPRESTIMO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE EMPRESTIMOS
            END-IF.

      ****** COTAS-CONSUMO: GRAVA A COPIA E RELE O RESTAURADO ***********
       3300-RESTAURAR-COTAS-CONSUMO.
            OPEN OUTPUT COTAS-CONSUMO
            IF WS-FS-COT NOT EQUAL ZEROS
                MOVE WS-FS-COT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-COTA
                   WRITE REG-COTA
                   IF WS-FS-COT NOT EQUAL ZEROS AND
                      WS-FS-COT NOT EQUAL 02
                       MOVE WS-FS-COT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE COTAS-CONSUMO
                OPEN INPUT COTAS-CONSUMO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ COTAS-CONSUMO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-COTA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE COTAS-CONSUMO
            END-IF.

      ****** SUBSTITUTOS: GRAVA A COPIA E RELE O RESTAURADO *************
       3310-RESTAURAR-SUBSTITUTOS.
            OPEN OUTPUT SUBSTITUTOS
            IF WS-FS-SUB NOT EQUAL ZEROS
                MOVE WS-FS-SUB TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-SUBSTITUTO
                   WRITE REG-SUBSTITUTO
                   IF WS-FS-SUB NOT EQUAL ZEROS AND
                      WS-FS-SUB NOT EQUAL 02
                       MOVE WS-FS-SUB TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE SUBSTITUTOS
                OPEN INPUT SUBSTITUTOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ SUBSTITUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-SUBSTITUTO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE SUBSTITUTOS
            END-IF.

      ****** PERIGOSOS: GRAVA A COPIA E RELE O RESTAURADO ***************
       3320-RESTAURAR-PERIGOSOS.
            OPEN OUTPUT PERIGOSOS
            IF WS-FS-PGO NOT EQUAL ZEROS
                MOVE WS-FS-PGO TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PERIGOSO
                   WRITE REG-PERIGOSO
                   IF WS-FS-PGO NOT EQUAL ZEROS AND
                      WS-FS-PGO NOT EQUAL 02
                       MOVE WS-FS-PGO TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PERIGOSOS
                OPEN INPUT PERIGOSOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PERIGOSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PERIGOSO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PERIGOSOS
            END-IF.

      ****** CALIBRACOES: GRAVA A COPIA E RELE O RESTAURADO *************
       3330-RESTAURAR-CALIBRACOES.
            OPEN OUTPUT CALIBRACOES
            IF WS-FS-CLB NOT EQUAL ZEROS
                MOVE WS-FS-CLB TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-CALIBRACAO
                   WRITE REG-CALIBRACAO
                   IF WS-FS-CLB NOT EQUAL ZEROS AND
                      WS-FS-CLB NOT EQUAL 02
                       MOVE WS-FS-CLB TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CALIBRACOES
                OPEN INPUT CALIBRACOES
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CALIBRACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-CALIBRACAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CALIBRACOES
            END-IF.

      ****** NAO-CONFORMIDADES: GRAVA A COPIA E RELE O RESTAURADO *******
       3340-RESTAURAR-NAO-CONFORMIDADES.
            OPEN OUTPUT NAO-CONFORMIDADES
            IF WS-FS-RNC NOT EQUAL ZEROS
                MOVE WS-FS-RNC TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-NAO-CONFORMIDADE
                   WRITE REG-NAO-CONFORMIDADE
                   IF WS-FS-RNC NOT EQUAL ZEROS AND
                      WS-FS-RNC NOT EQUAL 02
                       MOVE WS-FS-RNC TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE NAO-CONFORMIDADES
                OPEN INPUT NAO-CONFORMIDADES
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ NAO-CONFORMIDADES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-NAO-CONFORMIDADE TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE NAO-CONFORMIDADES
            END-IF.

      ****** DEFEITOS: GRAVA A COPIA E RELE O RESTAURADO ****************
       3350-RESTAURAR-DEFEITOS.
            OPEN OUTPUT DEFEITOS
            IF WS-FS-DFT NOT EQUAL ZEROS
                MOVE WS-FS-DFT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-DEFEITO
                   WRITE REG-DEFEITO
                   IF WS-FS-DFT NOT EQUAL ZEROS AND
                      WS-FS-DFT NOT EQUAL 02
                       MOVE WS-FS-DFT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE DEFEITOS
                OPEN INPUT DEFEITOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ DEFEITOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-DEFEITO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE DEFEITOS
            END-IF.

      ****** ARMARIOS-PAR: GRAVA A COPIA E RELE O RESTAURADO ************
       3360-RESTAURAR-ARMARIOS-PAR.
            OPEN OUTPUT ARMARIOS-PAR
            IF WS-FS-ARM NOT EQUAL ZEROS
                MOVE WS-FS-ARM TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-ARMARIO
                   WRITE REG-ARMARIO
                   IF WS-FS-ARM NOT EQUAL ZEROS AND
                      WS-FS-ARM NOT EQUAL 02
                       MOVE WS-FS-ARM TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE ARMARIOS-PAR
                OPEN INPUT ARMARIOS-PAR
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ ARMARIOS-PAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-ARMARIO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE ARMARIOS-PAR
            END-IF.

      ****** MATERIAIS-OS: GRAVA A COPIA E RELE O RESTAURADO ************
       3370-RESTAURAR-MATERIAIS-OS.
            OPEN OUTPUT MATERIAIS-OS
            IF WS-FS-OSM NOT EQUAL ZEROS
                MOVE WS-FS-OSM TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-MATERIAL-OS
                   WRITE REG-MATERIAL-OS
                   IF WS-FS-OSM NOT EQUAL ZEROS AND
                      WS-FS-OSM NOT EQUAL 02
                       MOVE WS-FS-OSM TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE MATERIAIS-OS
                OPEN INPUT MATERIAIS-OS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ MATERIAIS-OS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-MATERIAL-OS TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE MATERIAIS-OS
            END-IF.

      ****** ORCAMENTOS: GRAVA A COPIA E RELE O RESTAURADO **************
       3380-RESTAURAR-ORCAMENTOS.
            OPEN OUTPUT ORCAMENTOS
            IF WS-FS-ORC NOT EQUAL ZEROS
                MOVE WS-FS-ORC TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-ORCAMENTO
                   WRITE REG-ORCAMENTO
                   IF WS-FS-ORC NOT EQUAL ZEROS AND
                      WS-FS-ORC NOT EQUAL 02
                       MOVE WS-FS-ORC TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE ORCAMENTOS
                OPEN INPUT ORCAMENTOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ ORCAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-ORCAMENTO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE ORCAMENTOS
            END-IF.

      ****** COMPROMISSOS: GRAVA A COPIA E RELE O RESTAURADO ************
       3390-RESTAURAR-COMPROMISSOS.
            OPEN OUTPUT COMPROMISSOS
            IF WS-FS-CMP NOT EQUAL ZEROS
                MOVE WS-FS-CMP TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-COMPROMISSO
                   WRITE REG-COMPROMISSO
                   IF WS-FS-CMP NOT EQUAL ZEROS AND
                      WS-FS-CMP NOT EQUAL 02
                       MOVE WS-FS-CMP TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE COMPROMISSOS
                OPEN INPUT COMPROMISSOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ COMPROMISSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-COMPROMISSO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE COMPROMISSOS
            END-IF.

      ****** ENTRADAS-CUSTO: GRAVA A COPIA E RELE O RESTAURADO **********
       3400-RESTAURAR-ENTRADAS-CUSTO.
            OPEN OUTPUT ENTRADAS-CUSTO
            IF WS-FS-ENT NOT EQUAL ZEROS
                MOVE WS-FS-ENT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-ENTRADA-CUSTO
                   WRITE REG-ENTRADA-CUSTO
                   IF WS-FS-ENT NOT EQUAL ZEROS AND
                      WS-FS-ENT NOT EQUAL 02
                       MOVE WS-FS-ENT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE ENTRADAS-CUSTO
                OPEN INPUT ENTRADAS-CUSTO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ ENTRADAS-CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-ENTRADA-CUSTO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE ENTRADAS-CUSTO
            END-IF.

      ****** RATEIO-CUSTO: GRAVA A COPIA E RELE O RESTAURADO ************
       3410-RESTAURAR-RATEIO-CUSTO.
            OPEN OUTPUT RATEIO-CUSTO
            IF WS-FS-RAT NOT EQUAL ZEROS
                MOVE WS-FS-RAT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-RATEIO
                   WRITE REG-RATEIO
                   IF WS-FS-RAT NOT EQUAL ZEROS AND
                      WS-FS-RAT NOT EQUAL 02
                       MOVE WS-FS-RAT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE RATEIO-CUSTO
                OPEN INPUT RATEIO-CUSTO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ RATEIO-CUSTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-RATEIO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE RATEIO-CUSTO
            END-IF.

      ****** FATURAS-LINHAS: GRAVA A COPIA E RELE O RESTAURADO **********
       3420-RESTAURAR-FATURAS-LINHAS.
            OPEN OUTPUT FATURAS-LINHAS
            IF WS-FS-FLN NOT EQUAL ZEROS
                MOVE WS-FS-FLN TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-FATURA-LINHA
                   WRITE REG-FATURA-LINHA
                   IF WS-FS-FLN NOT EQUAL ZEROS AND
                      WS-FS-FLN NOT EQUAL 02
                       MOVE WS-FS-FLN TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE FATURAS-LINHAS
                OPEN INPUT FATURAS-LINHAS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ FATURAS-LINHAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-FATURA-LINHA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE FATURAS-LINHAS
            END-IF.

      ****** DEBITOS-FORNECEDOR: GRAVA A COPIA E RELE O RESTAURADO ******
       3430-RESTAURAR-DEBITOS-FORNECEDOR.
            OPEN OUTPUT DEBITOS-FORNECEDOR
            IF WS-FS-DEB NOT EQUAL ZEROS
                MOVE WS-FS-DEB TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-DEBITO
                   WRITE REG-DEBITO
                   IF WS-FS-DEB NOT EQUAL ZEROS AND
                      WS-FS-DEB NOT EQUAL 02
                       MOVE WS-FS-DEB TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE DEBITOS-FORNECEDOR
                OPEN INPUT DEBITOS-FORNECEDOR
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ DEBITOS-FORNECEDOR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-DEBITO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE DEBITOS-FORNECEDOR
            END-IF.

      ****** INSPECOES: GRAVA A COPIA E RELE O RESTAURADO ***************
       3440-RESTAURAR-INSPECOES.
            OPEN OUTPUT INSPECOES
            IF WS-FS-INS NOT EQUAL ZEROS
                MOVE WS-FS-INS TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-INSPECAO
                   WRITE REG-INSPECAO
                   IF WS-FS-INS NOT EQUAL ZEROS AND
                      WS-FS-INS NOT EQUAL 02
                       MOVE WS-FS-INS TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE INSPECOES
                OPEN INPUT INSPECOES
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ INSPECOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-INSPECAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE INSPECOES
            END-IF.

      ****** DESTINOS: GRAVA A COPIA E RELE O RESTAURADO ****************
       3450-RESTAURAR-DESTINOS.
            OPEN OUTPUT DESTINOS
            IF WS-FS-DST NOT EQUAL ZEROS
                MOVE WS-FS-DST TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-DESTINO
                   WRITE REG-DESTINO
                   IF WS-FS-DST NOT EQUAL ZEROS AND
                      WS-FS-DST NOT EQUAL 02
                       MOVE WS-FS-DST TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE DESTINOS
                OPEN INPUT DESTINOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ DESTINOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-DESTINO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE DESTINOS
            END-IF.

      ****** BACKORDERS: GRAVA A COPIA E RELE O RESTAURADO **************
       3460-RESTAURAR-BACKORDERS.
            OPEN OUTPUT BACKORDERS
            IF WS-FS-BOR NOT EQUAL ZEROS
                MOVE WS-FS-BOR TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-BACKORDER
                   WRITE REG-BACKORDER
                   IF WS-FS-BOR NOT EQUAL ZEROS AND
                      WS-FS-BOR NOT EQUAL 02
                       MOVE WS-FS-BOR TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE BACKORDERS
                OPEN INPUT BACKORDERS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ BACKORDERS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-BACKORDER TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE BACKORDERS
            END-IF.

      ****** FORNECEDORES-PRODUTO: GRAVA A COPIA E RELE O RESTAURADO ****
       3470-RESTAURAR-FORNECEDORES-PRODUTO.
            OPEN OUTPUT FORNECEDORES-PRODUTO
            IF WS-FS-PFX NOT EQUAL ZEROS
                MOVE WS-FS-PFX TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-FORNECEDOR-PRODUTO
                   WRITE REG-FORNECEDOR-PRODUTO
                   IF WS-FS-PFX NOT EQUAL ZEROS AND
                      WS-FS-PFX NOT EQUAL 02
                       MOVE WS-FS-PFX TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE FORNECEDORES-PRODUTO
                OPEN INPUT FORNECEDORES-PRODUTO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ FORNECEDORES-PRODUTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-FORNECEDOR-PRODUTO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE FORNECEDORES-PRODUTO
            END-IF.

      ****** CONSUMO-MENSAL: GRAVA A COPIA E RELE O RESTAURADO **********
       3480-RESTAURAR-CONSUMO-MENSAL.
            OPEN OUTPUT CONSUMO-MENSAL
            IF WS-FS-CNM NOT EQUAL ZEROS
                MOVE WS-FS-CNM TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-CONSUMO-MENSAL
                   WRITE REG-CONSUMO-MENSAL
                   IF WS-FS-CNM NOT EQUAL ZEROS AND
                      WS-FS-CNM NOT EQUAL 02
                       MOVE WS-FS-CNM TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CONSUMO-MENSAL
                OPEN INPUT CONSUMO-MENSAL
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CONSUMO-MENSAL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-CONSUMO-MENSAL TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CONSUMO-MENSAL
            END-IF.

      ****** PREVISAO-DEMANDA: GRAVA A COPIA E RELE O RESTAURADO ********
       3490-RESTAURAR-PREVISAO-DEMANDA.
            OPEN OUTPUT PREVISAO-DEMANDA
            IF WS-FS-PRV NOT EQUAL ZEROS
                MOVE WS-FS-PRV TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PREVISAO-DEMANDA
                   WRITE REG-PREVISAO-DEMANDA
                   IF WS-FS-PRV NOT EQUAL ZEROS AND
                      WS-FS-PRV NOT EQUAL 02
                       MOVE WS-FS-PRV TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PREVISAO-DEMANDA
                OPEN INPUT PREVISAO-DEMANDA
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PREVISAO-DEMANDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PREVISAO-DEMANDA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PREVISAO-DEMANDA
            END-IF.

      ****** PRODUTOS-HIST: GRAVA A COPIA E RELE O RESTAURADO ***********
       3500-RESTAURAR-PRODUTOS-HIST.
            OPEN OUTPUT PRODUTOS-HIST
            IF WS-FS-HIST NOT EQUAL ZEROS
                MOVE WS-FS-HIST TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PRODUTO-HIST
                   WRITE REG-PRODUTO-HIST
                   IF WS-FS-HIST NOT EQUAL ZEROS AND
                      WS-FS-HIST NOT EQUAL 02
                       MOVE WS-FS-HIST TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PRODUTOS-HIST
                OPEN INPUT PRODUTOS-HIST
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PRODUTOS-HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PRODUTO-HIST TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS-HIST
            END-IF.

      ****** SOLICITACOES-ALTERACAO: GRAVA A COPIA E RELE O RESTAURADO **
       3510-RESTAURAR-SOLICITACOES-ALTERACAO.
            OPEN OUTPUT SOLICITACOES-ALTERACAO
            IF WS-FS-SOL NOT EQUAL ZEROS
                MOVE WS-FS-SOL TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-SOLICITACAO
                   WRITE REG-SOLICITACAO
                   IF WS-FS-SOL NOT EQUAL ZEROS AND
                      WS-FS-SOL NOT EQUAL 02
                       MOVE WS-FS-SOL TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE SOLICITACOES-ALTERACAO
                OPEN INPUT SOLICITACOES-ALTERACAO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ SOLICITACOES-ALTERACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-SOLICITACAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE SOLICITACOES-ALTERACAO
            END-IF.

      ****** SPOOL-INDICE: GRAVA A COPIA E RELE O RESTAURADO ************
       3520-RESTAURAR-SPOOL-INDICE.
            OPEN OUTPUT SPOOL-INDICE
            IF WS-FS-SPI NOT EQUAL ZEROS
                MOVE WS-FS-SPI TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-SPOOL-INDICE
                   WRITE REG-SPOOL-INDICE
                   IF WS-FS-SPI NOT EQUAL ZEROS AND
                      WS-FS-SPI NOT EQUAL 02
                       MOVE WS-FS-SPI TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE SPOOL-INDICE
                OPEN INPUT SPOOL-INDICE
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ SPOOL-INDICE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-SPOOL-INDICE TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE SPOOL-INDICE
            END-IF.

      ****** PERIODOS-FECHADOS: GRAVA A COPIA E RELE O RESTAURADO *******
       3530-RESTAURAR-PERIODOS-FECHADOS.
            OPEN OUTPUT PERIODOS-FECHADOS
            IF WS-FS-PER NOT EQUAL ZEROS
                MOVE WS-FS-PER TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PERIODO
                   WRITE REG-PERIODO
                   IF WS-FS-PER NOT EQUAL ZEROS AND
                      WS-FS-PER NOT EQUAL 02
                       MOVE WS-FS-PER TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PERIODOS-FECHADOS
                OPEN INPUT PERIODOS-FECHADOS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PERIODOS-FECHADOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PERIODO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PERIODOS-FECHADOS
            END-IF.

      ****** CONTROLE-LIBERACAO: GRAVA A COPIA E RELE O RESTAURADO ******
       3540-RESTAURAR-CONTROLE-LIBERACAO.
            OPEN OUTPUT CONTROLE-LIBERACAO
            IF WS-FS-LIB NOT EQUAL ZEROS
                MOVE WS-FS-LIB TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-LIBERACAO
                   WRITE REG-LIBERACAO
                   IF WS-FS-LIB NOT EQUAL ZEROS AND
                      WS-FS-LIB NOT EQUAL 02
                       MOVE WS-FS-LIB TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE CONTROLE-LIBERACAO
                OPEN INPUT CONTROLE-LIBERACAO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ CONTROLE-LIBERACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-LIBERACAO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE CONTROLE-LIBERACAO
            END-IF.

      ****** PRECOS-FUTUROS: GRAVA A COPIA E RELE O RESTAURADO **********
       3550-RESTAURAR-PRECOS-FUTUROS.
            OPEN OUTPUT PRECOS-FUTUROS
            IF WS-FS-PRF NOT EQUAL ZEROS
                MOVE WS-FS-PRF TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PRECO-FUTURO
                   WRITE REG-PRECO-FUTURO
                   IF WS-FS-PRF NOT EQUAL ZEROS AND
                      WS-FS-PRF NOT EQUAL 02
                       MOVE WS-FS-PRF TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PRECOS-FUTUROS
                OPEN INPUT PRECOS-FUTUROS
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PRECOS-FUTUROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PRECO-FUTURO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PRECOS-FUTUROS
            END-IF.

      ****** COMPONENTES-KIT: GRAVA A COPIA E RELE O RESTAURADO *********
       3560-RESTAURAR-COMPONENTES-KIT.
            OPEN OUTPUT COMPONENTES-KIT
            IF WS-FS-KIT NOT EQUAL ZEROS
                MOVE WS-FS-KIT TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-COMPONENTE-KIT
                   WRITE REG-COMPONENTE-KIT
                   IF WS-FS-KIT NOT EQUAL ZEROS AND
                      WS-FS-KIT NOT EQUAL 02
                       MOVE WS-FS-KIT TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE COMPONENTES-KIT
                OPEN INPUT COMPONENTES-KIT
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ COMPONENTES-KIT NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-COMPONENTE-KIT TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE COMPONENTES-KIT
            END-IF.

      ****** LIMITES-CLASSE: GRAVA A COPIA E RELE O RESTAURADO **********
       3570-RESTAURAR-LIMITES-CLASSE.
            OPEN OUTPUT LIMITES-CLASSE
            IF WS-FS-LCL NOT EQUAL ZEROS
                MOVE WS-FS-LCL TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-LIMITE-CLASSE
                   WRITE REG-LIMITE-CLASSE
                   IF WS-FS-LCL NOT EQUAL ZEROS AND
                      WS-FS-LCL NOT EQUAL 02
                       MOVE WS-FS-LCL TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE LIMITES-CLASSE
                OPEN INPUT LIMITES-CLASSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ LIMITES-CLASSE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-LIMITE-CLASSE TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE LIMITES-CLASSE
            END-IF.

      ****** AGUARDA-ORCAMENTO: GRAVA A COPIA E RELE O RESTAURADO *******
       3580-RESTAURAR-AGUARDA-ORCAMENTO.
            OPEN OUTPUT AGUARDA-ORCAMENTO
            IF WS-FS-AGO NOT EQUAL ZEROS
                MOVE WS-FS-AGO TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-AGUARDA
                   WRITE REG-AGUARDA
                   IF WS-FS-AGO NOT EQUAL ZEROS AND
                      WS-FS-AGO NOT EQUAL 02
                       MOVE WS-FS-AGO TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE AGUARDA-ORCAMENTO
                OPEN INPUT AGUARDA-ORCAMENTO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ AGUARDA-ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-AGUARDA TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE AGUARDA-ORCAMENTO
            END-IF.

      ****** FECHAMENTO-DIARIO: GRAVA A COPIA E RELE O RESTAURADO *******
       3590-RESTAURAR-FECHAMENTO-DIARIO.
            OPEN OUTPUT FECHAMENTO-DIARIO
            IF WS-FS-FEC NOT EQUAL ZEROS
                MOVE WS-FS-FEC TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-FECHAMENTO
                   WRITE REG-FECHAMENTO
                   IF WS-FS-FEC NOT EQUAL ZEROS AND
                      WS-FS-FEC NOT EQUAL 02
                       MOVE WS-FS-FEC TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE FECHAMENTO-DIARIO
                OPEN INPUT FECHAMENTO-DIARIO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ FECHAMENTO-DIARIO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-FECHAMENTO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE FECHAMENTO-DIARIO
            END-IF.

      ****** PRODUTOS-BACKUP: GRAVA A COPIA E RELE O RESTAURADO *********
       3600-RESTAURAR-PRODUTOS-BACKUP.
            OPEN OUTPUT PRODUTOS-BACKUP
            IF WS-FS-BAK NOT EQUAL ZEROS
                MOVE WS-FS-BAK TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-PRODUTO-BACKUP
                   WRITE REG-PRODUTO-BACKUP
                   IF WS-FS-BAK NOT EQUAL ZEROS AND
                      WS-FS-BAK NOT EQUAL 02
                       MOVE WS-FS-BAK TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE PRODUTOS-BACKUP
                OPEN INPUT PRODUTOS-BACKUP
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ PRODUTOS-BACKUP NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-PRODUTO-BACKUP TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS-BACKUP
            END-IF.

      ****** FORNECEDORES-BACKUP: GRAVA A COPIA E RELE O RESTAURADO *****
       3610-RESTAURAR-FORNECEDORES-BACKUP.
            OPEN OUTPUT FORNECEDORES-BACKUP
            IF WS-FS-FBK NOT EQUAL ZEROS
                MOVE WS-FS-FBK TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   MOVE WS-BKP-REGISTRO TO REG-FORNECEDOR-BACKUP
                   WRITE REG-FORNECEDOR-BACKUP
                   IF WS-FS-FBK NOT EQUAL ZEROS AND
                      WS-FS-FBK NOT EQUAL 02
                       MOVE WS-FS-FBK TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE FORNECEDORES-BACKUP
                OPEN INPUT FORNECEDORES-BACKUP
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ FORNECEDORES-BACKUP NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-FORNECEDOR-BACKUP TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE FORNECEDORES-BACKUP
            END-IF.

      ****** ARQUIVO INDEXADO: FD DO PROPRIO ARQUIVO ********************
       3700-RESTAURAR-INDEXADO.
            EVALUATE WS-BKP-NOME (WS-BKP-IND)
                WHEN 'produtos.txt'
                    PERFORM 3110-RESTAURAR-PRODUTOS
                WHEN 'fornecedores.txt'
                    PERFORM 3120-RESTAURAR-FORNECEDORES
                WHEN 'pedidos-compra.txt'
                    PERFORM 3130-RESTAURAR-PEDIDOS-COMPRA
                WHEN 'lotes-produto.txt'
                    PERFORM 3140-RESTAURAR-LOTES-PRODUTO
                WHEN 'reservas.txt'
                    PERFORM 3150-RESTAURAR-RESERVAS
                WHEN 'series-produto.txt'
                    PERFORM 3160-RESTAURAR-SERIES-PRODUTO
                WHEN 'usuarios.txt'
                    PERFORM 3170-RESTAURAR-USUARIOS
                WHEN 'parametros.txt'
                    PERFORM 3180-RESTAURAR-PARAMETROS
                WHEN 'controle-numeracao.txt'
                    PERFORM 3190-RESTAURAR-CONTROLE-NUMERACAO
                WHEN 'notas-entrada.txt'
                    PERFORM 3200-RESTAURAR-NOTAS-ENTRADA
                WHEN 'titulos-pagar.txt'
                    PERFORM 3210-RESTAURAR-TITULOS-PAGAR
                WHEN 'requisicoes.txt'
                    PERFORM 3220-RESTAURAR-REQUISICOES
                WHEN 'categorias.txt'
                    PERFORM 3230-RESTAURAR-CATEGORIAS
                WHEN 'registro-entradas.txt'
                    PERFORM 3240-RESTAURAR-REGISTRO-ENTRADAS
                WHEN 'cambio.txt'
                    PERFORM 3250-RESTAURAR-CAMBIO
                WHEN 'contratos-fornecedor.txt'
                    PERFORM 3260-RESTAURAR-CONTRATOS-FORNECEDOR
                WHEN 'consignacao.txt'
                    PERFORM 3270-RESTAURAR-CONSIGNACAO
                WHEN 'movimento-consignado.txt'
                    PERFORM 3280-RESTAURAR-MOVIMENTO-CONSIGNADO
                WHEN 'emprestimos.txt'
                    PERFORM 3290-RESTAURAR-EMPRESTIMOS
                WHEN 'cotas-consumo.txt'
                    PERFORM 3300-RESTAURAR-COTAS-CONSUMO
                WHEN 'substitutos.txt'
                    PERFORM 3310-RESTAURAR-SUBSTITUTOS
                WHEN 'perigosos.txt'
                    PERFORM 3320-RESTAURAR-PERIGOSOS
                WHEN 'calibracoes.txt'
                    PERFORM 3330-RESTAURAR-CALIBRACOES
                WHEN 'nao-conformidades.txt'
                    PERFORM 3340-RESTAURAR-NAO-CONFORMIDADES
                WHEN 'defeitos.txt'
                    PERFORM 3350-RESTAURAR-DEFEITOS
                WHEN 'armarios-par.txt'
                    PERFORM 3360-RESTAURAR-ARMARIOS-PAR
                WHEN 'materiais-os.txt'
                    PERFORM 3370-RESTAURAR-MATERIAIS-OS
                WHEN 'orcamentos.txt'
                    PERFORM 3380-RESTAURAR-ORCAMENTOS
                WHEN 'compromissos.txt'
                    PERFORM 3390-RESTAURAR-COMPROMISSOS
                WHEN 'entradas-custo.txt'
                    PERFORM 3400-RESTAURAR-ENTRADAS-CUSTO
                WHEN 'rateio-custo.txt'
                    PERFORM 3410-RESTAURAR-RATEIO-CUSTO
                WHEN 'faturas-linhas.txt'
                    PERFORM 3420-RESTAURAR-FATURAS-LINHAS
                WHEN 'debitos-fornecedor.txt'
                    PERFORM 3430-RESTAURAR-DEBITOS-FORNECEDOR
                WHEN 'inspecoes.txt'
                    PERFORM 3440-RESTAURAR-INSPECOES
                WHEN 'destinos.txt'
                    PERFORM 3450-RESTAURAR-DESTINOS
                WHEN 'backorders.txt'
                    PERFORM 3460-RESTAURAR-BACKORDERS
                WHEN 'fornecedores-produto.txt'
                    PERFORM 3470-RESTAURAR-FORNECEDORES-PRODUTO
                WHEN 'consumo-mensal.txt'
                    PERFORM 3480-RESTAURAR-CONSUMO-MENSAL
                WHEN 'previsao-demanda.txt'
                    PERFORM 3490-RESTAURAR-PREVISAO-DEMANDA
                WHEN 'produtos-hist.txt'
                    PERFORM 3500-RESTAURAR-PRODUTOS-HIST
                WHEN 'solicitacoes-alteracao.txt'
                    PERFORM 3510-RESTAURAR-SOLICITACOES-ALTERACAO
                WHEN 'spool-indice.txt'
                    PERFORM 3520-RESTAURAR-SPOOL-INDICE
                WHEN 'periodos-fechados.txt'
                    PERFORM 3530-RESTAURAR-PERIODOS-FECHADOS
                WHEN 'controle-liberacao.txt'
                    PERFORM 3540-RESTAURAR-CONTROLE-LIBERACAO
                WHEN 'precos-futuros.txt'
                    PERFORM 3550-RESTAURAR-PRECOS-FUTUROS
                WHEN 'componentes-kit.txt'
                    PERFORM 3560-RESTAURAR-COMPONENTES-KIT
                WHEN 'limites-classe.txt'
                    PERFORM 3570-RESTAURAR-LIMITES-CLASSE
                WHEN 'aguarda-orcamento.txt'
                    PERFORM 3580-RESTAURAR-AGUARDA-ORCAMENTO
                WHEN 'fechamento-diario.txt'
                    PERFORM 3590-RESTAURAR-FECHAMENTO-DIARIO
                WHEN 'produtos-backup.txt'
                    PERFORM 3600-RESTAURAR-PRODUTOS-BACKUP
                WHEN 'fornecedores-backup.txt'
                    PERFORM 3610-RESTAURAR-FORNECEDORES-BACKUP
            END-EVALUATE.

      ****** ARQUIVO SEQUENCIAL: GRAVA A COPIA E RELE O RESTAURADO ******
       3800-RESTAURAR-SEQUENCIAL.
            OPEN OUTPUT BACKUP-ARQUIVO
            IF WS-FS-BKA NOT EQUAL ZEROS
                MOVE WS-FS-BKA TO WS-BKP-FS-ERRO
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM 9756-LER-COPIA
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   WRITE REG-BACKUP-ARQUIVO FROM WS-BKP-REGISTRO
                   IF WS-FS-BKA NOT EQUAL ZEROS
                       MOVE WS-FS-BKA TO WS-BKP-FS-ERRO
                   END-IF
                   PERFORM 9756-LER-COPIA
                END-PERFORM
                CLOSE BACKUP-ARQUIVO
                OPEN INPUT BACKUP-ARQUIVO
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ BACKUP-ARQUIVO
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       MOVE REG-BACKUP-ARQUIVO TO WS-BKP-REGISTRO
                       PERFORM 9754-CONTAR-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE BACKUP-ARQUIVO
            END-IF.

      ****** RESTAURADO CONTRA A COPIA E O MANIFESTO ********************
       3900-CONFERIR-RESTAURADO.
            ADD WS-BKP-REGISTROS TO WS-TOTAL-REGISTROS
            MOVE 'CONFERE' TO WS-RESULTADO
            IF WS-BKP-FS-ERRO NOT EQUAL '00'
                MOVE 'ERRO ' TO WS-RESULTADO
                MOVE WS-BKP-FS-ERRO TO WS-RESULTADO (6 : 2)
            ELSE
                IF WS-BKP-COPIA-REGS NOT EQUAL
                   WS-MAN-REGISTROS (WS-MAN-IND) OR
                   WS-BKP-COPIA-TOTAL NOT EQUAL
                   WS-MAN-TOTAL (WS-MAN-IND)
                    MOVE 'COPIA' TO WS-RESULTADO
                ELSE
                    IF WS-BKP-REGISTROS NOT EQUAL
                       WS-MAN-REGISTROS (WS-MAN-IND) OR
                       WS-BKP-TOTAL NOT EQUAL
                       WS-MAN-TOTAL (WS-MAN-IND)
                        MOVE 'DIVERGE' TO WS-RESULTADO
                    END-IF
                END-IF
            END-IF
            IF WS-RESULTADO NOT EQUAL 'CONFERE'
                ADD 1 TO WS-DIVERGENCIAS
            END-IF
            DISPLAY WS-MAN-ARQUIVO (WS-MAN-IND) ' '
                WS-MAN-REGISTROS (WS-MAN-IND) ' ' WS-BKP-REGISTROS
                ' ' WS-RESULTADO
            IF WS-RESULTADO NOT EQUAL 'CONFERE'
                DISPLAY '   TOTAL DE CONTROLE: MANIFESTO '
                    WS-MAN-TOTAL (WS-MAN-IND) ' COPIA '
                    WS-BKP-COPIA-TOTAL ' RESTAURADO ' WS-BKP-TOTAL
            END-IF.

      ****** RESULTADO DO TESTE DE RESTAURACAO NO INDICE DAS GERACOES ***
       5000-REGISTRAR-TESTE.
            OPEN I-O BACKUP-GERACOES
            IF WS-FS-BKG EQUAL ZEROS
                MOVE WS-BKP-GERACAO TO BKG-DATA
                READ BACKUP-GERACOES RECORD
                    KEY IS BKG-DATA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DATA-HOJE TO BKG-DATA-TESTE
                        IF WS-DIVERGENCIAS > ZERO
                            SET BKG-TESTE-DIVERGE TO TRUE
                        ELSE
                            SET BKG-TESTE-CONFERE TO TRUE
                        END-IF
                        REWRITE REG-GERACAO
                END-READ
                CLOSE BACKUP-GERACOES
            END-IF.

      ****** DATA DA RESTAURACAO NA PRODUCAO NO INDICE DAS GERACOES *****
       5100-REGISTRAR-RESTAURACAO.
            OPEN I-O BACKUP-GERACOES
            IF WS-FS-BKG EQUAL ZEROS
                MOVE WS-BKP-GERACAO TO BKG-DATA
                READ BACKUP-GERACOES RECORD
                    KEY IS BKG-DATA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-DATA-HOJE TO BKG-DATA-RESTAURACAO
                        REWRITE REG-GERACAO
                END-READ
                CLOSE BACKUP-GERACOES
            END-IF.

           COPY BKPGRV.
           COPY RUNGRV.
       END PROGRAM RESTAURA-GERACAO.
