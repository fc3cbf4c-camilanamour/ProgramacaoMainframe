      ******************************************************************
      * Author: CAMILA CECILIA
      * Date: 15 OUT 2026
      * Purpose: BACKUP COMPLETO POR GERACAO: COPIA TODOS OS ARQUIVOS DO
      *          CATALOGO DE BKPWS (OS INDEXADOS PELA CHAVE PRIMARIA,
      *          COM O FD DO PROPRIO ARQUIVO, E OS SEQUENCIAIS - O
      *          LIVRO MOVIMENTO-ESTOQUE E OS LOGS - LINHA A LINHA)
      *          PARA A GERACAO DATADA backup-<data>-<arquivo> E GRAVA
      *          O MANIFESTO backup-<data>-manifesto.txt COM A
      *          CONTAGEM DE REGISTROS E O TOTAL DE CONTROLE DE CADA
      *          ARQUIVO. CADA COPIA E RELIDA E CONFERIDA CONTRA O QUE
      *          FOI LIDO DA PRODUCAO; A GERACAO FICA REGISTRADA EM
      *          BACKUP-GERACOES COMO COMPLETA OU COM FALHA. MANTEM AS
      *          ULTIMAS BACKUP_GERACOES GERACOES (PADRAO 7) E APAGA AS
      *          MAIS ANTIGAS. RODA NA CADEIA NOTURNA, COM A MARCA DE
      *          FECHAMENTO ACESA, ENTAO A GERACAO E UM RETRATO DO
      *          SISTEMA NUM MESMO INSTANTE. A VOLTA E FEITA POR
      *          RESTAURA-GERACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-GERACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODSEL.
           COPY FORNSEL.
           COPY PEDSEL.
           COPY LOTSEL.
           COPY RSVSEL.
           COPY SERSEL.
           COPY USUSEL.
           COPY PARSEL.
           COPY SEQSEL.
           COPY NFESEL.
           COPY TITSEL.
           COPY REQSEL.
           COPY CATSEL.
           COPY RGESEL.
           COPY CAMSEL.
           COPY CTRSEL.
           COPY CSGSEL.
           COPY MCSSEL.
           COPY EMPSEL.
           COPY COTSEL.
           COPY SUBSEL.
           COPY PGOSEL.
           COPY CLBSEL.
           COPY RNCSEL.
           COPY DFTSEL.
           COPY ARMSEL.
           COPY OSMSEL.
           COPY ORCSEL.
           COPY CMPSEL.
           COPY ENTSEL.
           COPY RATSEL.
           COPY FLNSEL.
           COPY DEBSEL.
           COPY INSSEL.
           COPY DSTSEL.
           COPY BORSEL.
           COPY PFXSEL.
           COPY CNMSEL.
           COPY PRVSEL.
           COPY HISTSEL.
           COPY SOLSEL.
           COPY SPISEL.
           COPY PERSEL.
           COPY LIBSEL.
           COPY PRFSEL.
           COPY KITSEL.
           COPY LCLSEL.
           COPY AGOSEL.
           COPY FECSEL.
           COPY BAKSEL.
           COPY FBKSEL.
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
       77 WS-HORA-AGORA        PIC 9(08).
       77 WS-USUARIO           PIC X(20).
       77 WS-GERACOES-MANTER   PIC 9(03) VALUE 7.
       77 WS-GERACOES-EXISTENTES PIC 9(05).
       77 WS-GERACOES-APAGAR   PIC 9(05).
       77 WS-GERACOES-APAGADAS PIC 9(05).
       77 WS-BACKUP-OK         PIC X(01) VALUE 'S'.
       77 WS-BKP-SITUACAO      PIC X(01).
       77 WS-ARQUIVOS-PRESENTES PIC 9(03).
       77 WS-ARQUIVOS-FALHA    PIC 9(03).
       77 WS-TOTAL-REGISTROS   PIC 9(11).
       77 WS-ARQUIVO-APAGAR    PIC X(100).

           COPY PRODPATH.
           COPY BKPWS.
           COPY RUNWS.
           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COPY PRODENV.
            DISPLAY "----------- BACKUP COMPLETO POR GERACAO ----------"
            MOVE 'BACKUP-GERACAO' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            MOVE 'BACKUP_GERACOES' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            IF WS-PAR-NUMERO > ZERO
                MOVE WS-PAR-NUMERO TO WS-GERACOES-MANTER
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE SPACES TO WS-USUARIO
            ACCEPT WS-USUARIO FROM ENVIRONMENT 'USER'
            IF WS-USUARIO EQUAL SPACES
                MOVE 'DESCONHECIDO' TO WS-USUARIO
            END-IF
            MOVE WS-DATA-HOJE TO WS-BKP-GERACAO
            MOVE 'C:\ARQUIVOS\' TO WS-BKP-DIRETORIO
            DISPLAY 'GERACAO ' WS-BKP-GERACAO ', MANTENDO AS ULTIMAS '
                WS-GERACOES-MANTER ' GERACOES'
            MOVE 'S' TO WS-BACKUP-OK
            INITIALIZE WS-ARQUIVOS-PRESENTES
            INITIALIZE WS-ARQUIVOS-FALHA
            INITIALIZE WS-TOTAL-REGISTROS

            MOVE 1 TO WS-BKP-IND
            PERFORM 9750-MONTAR-CAMINHOS
            OPEN OUTPUT BACKUP-MANIFESTO
            IF WS-FS-BKM NOT EQUAL ZEROS
                DISPLAY 'MANIFESTO NAO PODE SER CRIADO: '
                    FUNCTION TRIM(WS-BKP-MANIFESTO)
                DISPLAY 'FILE STATUS: ' WS-FS-BKM
                MOVE 'FIM' TO WS-RUN-EVENTO
                MOVE WS-FS-BKM TO WS-RUN-STATUS
                PERFORM 9850-GRAVAR-EXECUCAO
                GOBACK
            END-IF
            MOVE SPACES TO REG-MANIFESTO
            SET BKM-HEADER TO TRUE
            MOVE WS-BKP-GERACAO TO BKM-GERACAO
            MOVE WS-HORA-AGORA TO BKM-HORA
            MOVE WS-USUARIO TO BKM-USUARIO
            WRITE REG-MANIFESTO

            DISPLAY ' '
            DISPLAY 'ARQUIVO                        ORG SIT  REGISTROS'
                '  TOTAL DE CONTROLE'
            PERFORM 2000-COPIAR-ARQUIVO
                VARYING WS-BKP-IND FROM 1 BY 1
                UNTIL WS-BKP-IND > WS-BKP-QTD-ARQUIVOS

            MOVE SPACES TO REG-MANIFESTO
            SET BKM-TRAILER TO TRUE
            MOVE WS-BKP-QTD-ARQUIVOS TO BKM-QTD-ARQUIVOS
            MOVE WS-TOTAL-REGISTROS TO BKM-QTD-REGISTROS
            WRITE REG-MANIFESTO
            CLOSE BACKUP-MANIFESTO

            PERFORM 3000-REGISTRAR-GERACAO
            PERFORM 4000-EXPURGAR-GERACOES

            DISPLAY ' '
            DISPLAY 'ARQUIVOS NO CATALOGO: ' WS-BKP-QTD-ARQUIVOS
            DISPLAY 'ARQUIVOS COPIADOS...: ' WS-ARQUIVOS-PRESENTES
            DISPLAY 'REGISTROS COPIADOS..: ' WS-TOTAL-REGISTROS
            DISPLAY 'GERACOES APAGADAS...: ' WS-GERACOES-APAGADAS
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-TOTAL-REGISTROS TO WS-RUN-LIDOS
            MOVE WS-TOTAL-REGISTROS TO WS-RUN-GRAVADOS
            IF WS-BACKUP-OK EQUAL 'S'
                DISPLAY 'GERACAO ' WS-BKP-GERACAO
                    ' COMPLETA E CONFERIDA'
                MOVE '00' TO WS-RUN-STATUS
            ELSE
                DISPLAY 'GERACAO ' WS-BKP-GERACAO ' COM FALHA EM '
                    WS-ARQUIVOS-FALHA ' ARQUIVO(S), VER ACIMA'
                IF WS-RUN-STATUS EQUAL '00'
                    MOVE '99' TO WS-RUN-STATUS
                END-IF
            END-IF
            PERFORM 9850-GRAVAR-EXECUCAO
            GOBACK.

      ****** UM ARQUIVO DO CATALOGO PARA A GERACAO, COM A CONFERENCIA ***
       2000-COPIAR-ARQUIVO.
            PERFORM 9750-MONTAR-CAMINHOS
            MOVE ZEROS TO WS-BKP-REGISTROS
            MOVE ZEROS TO WS-BKP-TOTAL
            MOVE 'P' TO WS-BKP-SITUACAO
            MOVE '00' TO WS-BKP-FS-ERRO
            OPEN OUTPUT BACKUP-COPIA
            IF WS-FS-BKC NOT EQUAL ZEROS
                DISPLAY 'COPIA NAO PODE SER CRIADA: '
                    FUNCTION TRIM(WS-BKP-COPIA) ' FILE STATUS '
                    WS-FS-BKC
                MOVE WS-FS-BKC TO WS-BKP-FS-ERRO
                PERFORM 2950-MARCAR-FALHA
            ELSE
                IF WS-BKP-ORGANIZACAO (WS-BKP-IND) EQUAL 'S'
                    PERFORM 2800-COPIAR-SEQUENCIAL
                ELSE
                    EVALUATE WS-BKP-NOME (WS-BKP-IND)
                        WHEN 'produtos.txt'
                            PERFORM 2110-COPIAR-PRODUTOS
                        WHEN 'fornecedores.txt'
                            PERFORM 2120-COPIAR-FORNECEDORES
                        WHEN 'pedidos-compra.txt'
                            PERFORM 2130-COPIAR-PEDIDOS-COMPRA
                        WHEN 'lotes-produto.txt'
                            PERFORM 2140-COPIAR-LOTES-PRODUTO
                        WHEN 'reservas.txt'
                            PERFORM 2150-COPIAR-RESERVAS
                        WHEN 'series-produto.txt'
                            PERFORM 2160-COPIAR-SERIES-PRODUTO
                        WHEN 'usuarios.txt'
                            PERFORM 2170-COPIAR-USUARIOS
                        WHEN 'parametros.txt'
                            PERFORM 2180-COPIAR-PARAMETROS
                        WHEN 'controle-numeracao.txt'
                            PERFORM 2190-COPIAR-CONTROLE-NUMERACAO
                        WHEN 'notas-entrada.txt'
                            PERFORM 2200-COPIAR-NOTAS-ENTRADA
                        WHEN 'titulos-pagar.txt'
                            PERFORM 2210-COPIAR-TITULOS-PAGAR
                        WHEN 'requisicoes.txt'
                            PERFORM 2220-COPIAR-REQUISICOES
                        WHEN 'categorias.txt'
                            PERFORM 2230-COPIAR-CATEGORIAS
                        WHEN 'registro-entradas.txt'
                            PERFORM 2240-COPIAR-REGISTRO-ENTRADAS
                        WHEN 'cambio.txt'
                            PERFORM 2250-COPIAR-CAMBIO
                        WHEN 'contratos-fornecedor.txt'
                            PERFORM 2260-COPIAR-CONTRATOS-FORNECEDOR
                        WHEN 'consignacao.txt'
                            PERFORM 2270-COPIAR-CONSIGNACAO
                        WHEN 'movimento-consignado.txt'
                            PERFORM 2280-COPIAR-MOVIMENTO-CONSIGNADO
                        WHEN 'emprestimos.txt'
                            PERFORM 2290-COPIAR-EMPRESTIMOS
                        WHEN 'cotas-consumo.txt'
                            PERFORM 2300-COPIAR-COTAS-CONSUMO
                        WHEN 'substitutos.txt'
                            PERFORM 2310-COPIAR-SUBSTITUTOS
                        WHEN 'perigosos.txt'
                            PERFORM 2320-COPIAR-PERIGOSOS
                        WHEN 'calibracoes.txt'
                            PERFORM 2330-COPIAR-CALIBRACOES
                        WHEN 'nao-conformidades.txt'
                            PERFORM 2340-COPIAR-NAO-CONFORMIDADES
                        WHEN 'defeitos.txt'
                            PERFORM 2350-COPIAR-DEFEITOS
                        WHEN 'armarios-par.txt'
                            PERFORM 2360-COPIAR-ARMARIOS-PAR
                        WHEN 'materiais-os.txt'
                            PERFORM 2370-COPIAR-MATERIAIS-OS
                        WHEN 'orcamentos.txt'
                            PERFORM 2380-COPIAR-ORCAMENTOS
                        WHEN 'compromissos.txt'
                            PERFORM 2390-COPIAR-COMPROMISSOS
                        WHEN 'entradas-custo.txt'
                            PERFORM 2400-COPIAR-ENTRADAS-CUSTO
                        WHEN 'rateio-custo.txt'
                            PERFORM 2410-COPIAR-RATEIO-CUSTO
                        WHEN 'faturas-linhas.txt'
                            PERFORM 2420-COPIAR-FATURAS-LINHAS
                        WHEN 'debitos-fornecedor.txt'
                            PERFORM 2430-COPIAR-DEBITOS-FORNECEDOR
                        WHEN 'inspecoes.txt'
                            PERFORM 2440-COPIAR-INSPECOES
                        WHEN 'destinos.txt'
                            PERFORM 2450-COPIAR-DESTINOS
                        WHEN 'backorders.txt'
                            PERFORM 2460-COPIAR-BACKORDERS
                        WHEN 'fornecedores-produto.txt'
                            PERFORM 2470-COPIAR-FORNECEDORES-PRODUTO
                        WHEN 'consumo-mensal.txt'
                            PERFORM 2480-COPIAR-CONSUMO-MENSAL
                        WHEN 'previsao-demanda.txt'
                            PERFORM 2490-COPIAR-PREVISAO-DEMANDA
                        WHEN 'produtos-hist.txt'
                            PERFORM 2500-COPIAR-PRODUTOS-HIST
                        WHEN 'solicitacoes-alteracao.txt'
                            PERFORM 2510-COPIAR-SOLICITACOES-ALTERACAO
                        WHEN 'spool-indice.txt'
                            PERFORM 2520-COPIAR-SPOOL-INDICE
                        WHEN 'periodos-fechados.txt'
                            PERFORM 2530-COPIAR-PERIODOS-FECHADOS
                        WHEN 'controle-liberacao.txt'
                            PERFORM 2540-COPIAR-CONTROLE-LIBERACAO
                        WHEN 'precos-futuros.txt'
                            PERFORM 2550-COPIAR-PRECOS-FUTUROS
                        WHEN 'componentes-kit.txt'
                            PERFORM 2560-COPIAR-COMPONENTES-KIT
                        WHEN 'limites-classe.txt'
                            PERFORM 2570-COPIAR-LIMITES-CLASSE
                        WHEN 'aguarda-orcamento.txt'
                            PERFORM 2580-COPIAR-AGUARDA-ORCAMENTO
                        WHEN 'fechamento-diario.txt'
                            PERFORM 2590-COPIAR-FECHAMENTO-DIARIO
                        WHEN 'produtos-backup.txt'
                            PERFORM 2600-COPIAR-PRODUTOS-BACKUP
                        WHEN 'fornecedores-backup.txt'
                            PERFORM 2610-COPIAR-FORNECEDORES-BACKUP
                    END-EVALUATE
                END-IF
                CLOSE BACKUP-COPIA

                PERFORM 9758-CONFERIR-COPIA
                IF WS-BKP-FS-ERRO NOT EQUAL '00'
                    DISPLAY 'ERRO LENDO ' FUNCTION TRIM(WS-BKP-ARQUIVO)
                        ', FILE STATUS ' WS-BKP-FS-ERRO
                    PERFORM 2950-MARCAR-FALHA
                ELSE
                    IF WS-BKP-COPIA-REGS NOT EQUAL WS-BKP-REGISTROS OR
                       WS-BKP-COPIA-TOTAL NOT EQUAL WS-BKP-TOTAL
                        DISPLAY 'COPIA DE '
                            FUNCTION TRIM(WS-BKP-ARQUIVO)
                            ' NAO CONFERE: LIDO ' WS-BKP-REGISTROS
                            ' / ' WS-BKP-TOTAL ', COPIA '
                            WS-BKP-COPIA-REGS ' / ' WS-BKP-COPIA-TOTAL
                        PERFORM 2950-MARCAR-FALHA
                    END-IF
                END-IF
                IF WS-BKP-SITUACAO EQUAL 'P'
                    ADD 1 TO WS-ARQUIVOS-PRESENTES
                END-IF
                ADD WS-BKP-REGISTROS TO WS-TOTAL-REGISTROS

                MOVE SPACES TO REG-MANIFESTO
                SET BKM-DETALHE TO TRUE
                MOVE WS-BKP-NOME (WS-BKP-IND) TO BKM-ARQUIVO
                MOVE WS-BKP-ORGANIZACAO (WS-BKP-IND) TO BKM-ORGANIZACAO
                MOVE WS-BKP-SITUACAO TO BKM-SITUACAO
                MOVE WS-BKP-REGISTROS TO BKM-REGISTROS
                MOVE WS-BKP-TOTAL TO BKM-TOTAL
                WRITE REG-MANIFESTO
                DISPLAY BKM-ARQUIVO ' ' BKM-ORGANIZACAO '   '
                    BKM-SITUACAO '   ' BKM-REGISTROS ' ' BKM-TOTAL
            END-IF.

      ****** PRODUTOS PELA CHAVE PRIMARIA *******************************
       2110-COPIAR-PRODUTOS.
            OPEN INPUT PRODUTOS
            EVALUATE WS-FS
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PRODUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PRODUTO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS NOT EQUAL ZEROS AND
                          WS-FS NOT EQUAL 02 AND
                          WS-FS NOT EQUAL 10
                           MOVE WS-FS TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PRODUTOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** FORNECEDORES PELA CHAVE PRIMARIA ***************************
       2120-COPIAR-FORNECEDORES.
            OPEN INPUT FORNECEDORES
            EVALUATE WS-FS-FORN
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ FORNECEDORES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-FORNECEDOR TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-FORN NOT EQUAL ZEROS AND
                          WS-FS-FORN NOT EQUAL 02 AND
                          WS-FS-FORN NOT EQUAL 10
                           MOVE WS-FS-FORN TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE FORNECEDORES
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-FORN TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PEDIDOS-COMPRA PELA CHAVE PRIMARIA *************************
       2130-COPIAR-PEDIDOS-COMPRA.
            OPEN INPUT PEDIDOS-COMPRA
            EVALUATE WS-FS-PED
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PEDIDOS-COMPRA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PEDIDO-COMPRA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PED NOT EQUAL ZEROS AND
                          WS-FS-PED NOT EQUAL 02 AND
                          WS-FS-PED NOT EQUAL 10
                           MOVE WS-FS-PED TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PEDIDOS-COMPRA
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PED TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** LOTES-PRODUTO PELA CHAVE PRIMARIA **************************
       2140-COPIAR-LOTES-PRODUTO.
            OPEN INPUT LOTES-PRODUTO
            EVALUATE WS-FS-LOT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ LOTES-PRODUTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-LOTE TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-LOT NOT EQUAL ZEROS AND
                          WS-FS-LOT NOT EQUAL 02 AND
                          WS-FS-LOT NOT EQUAL 10
                           MOVE WS-FS-LOT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE LOTES-PRODUTO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-LOT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** RESERVAS PELA CHAVE PRIMARIA *******************************
       2150-COPIAR-RESERVAS.
            OPEN INPUT RESERVAS
            EVALUATE WS-FS-RSV
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ RESERVAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-RESERVA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-RSV NOT EQUAL ZEROS AND
                          WS-FS-RSV NOT EQUAL 02 AND
                          WS-FS-RSV NOT EQUAL 10
                           MOVE WS-FS-RSV TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE RESERVAS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-RSV TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** SERIES-PRODUTO PELA CHAVE PRIMARIA *************************
       2160-COPIAR-SERIES-PRODUTO.
            OPEN INPUT SERIES-PRODUTO
            EVALUATE WS-FS-SER
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ SERIES-PRODUTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-SERIE TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-SER NOT EQUAL ZEROS AND
                          WS-FS-SER NOT EQUAL 02 AND
                          WS-FS-SER NOT EQUAL 10
                           MOVE WS-FS-SER TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE SERIES-PRODUTO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-SER TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** USUARIOS PELA CHAVE PRIMARIA *******************************
       2170-COPIAR-USUARIOS.
            OPEN INPUT USUARIOS
            EVALUATE WS-FS-USU
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ USUARIOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-USUARIO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-USU NOT EQUAL ZEROS AND
                          WS-FS-USU NOT EQUAL 02 AND
                          WS-FS-USU NOT EQUAL 10
                           MOVE WS-FS-USU TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE USUARIOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-USU TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PARAMETROS PELA CHAVE PRIMARIA *****************************
       2180-COPIAR-PARAMETROS.
            OPEN INPUT PARAMETROS
            EVALUATE WS-FS-PAR
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PARAMETROS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PARAMETRO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PAR NOT EQUAL ZEROS AND
                          WS-FS-PAR NOT EQUAL 02 AND
                          WS-FS-PAR NOT EQUAL 10
                           MOVE WS-FS-PAR TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PARAMETROS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PAR TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CONTROLE-NUMERACAO PELA CHAVE PRIMARIA *********************
       2190-COPIAR-CONTROLE-NUMERACAO.
            OPEN INPUT CONTROLE-NUMERACAO
            EVALUATE WS-FS-SEQ
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CONTROLE-NUMERACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-NUMERACAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-SEQ NOT EQUAL ZEROS AND
                          WS-FS-SEQ NOT EQUAL 02 AND
                          WS-FS-SEQ NOT EQUAL 10
                           MOVE WS-FS-SEQ TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CONTROLE-NUMERACAO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-SEQ TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** NOTAS-ENTRADA PELA CHAVE PRIMARIA **************************
       2200-COPIAR-NOTAS-ENTRADA.
            OPEN INPUT NOTAS-ENTRADA
            EVALUATE WS-FS-NFE
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ NOTAS-ENTRADA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-NOTA-ENTRADA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-NFE NOT EQUAL ZEROS AND
                          WS-FS-NFE NOT EQUAL 02 AND
                          WS-FS-NFE NOT EQUAL 10
                           MOVE WS-FS-NFE TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE NOTAS-ENTRADA
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-NFE TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** TITULOS-PAGAR PELA CHAVE PRIMARIA **************************
       2210-COPIAR-TITULOS-PAGAR.
            OPEN INPUT TITULOS-PAGAR
            EVALUATE WS-FS-TIT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ TITULOS-PAGAR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-TITULO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-TIT NOT EQUAL ZEROS AND
                          WS-FS-TIT NOT EQUAL 02 AND
                          WS-FS-TIT NOT EQUAL 10
                           MOVE WS-FS-TIT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE TITULOS-PAGAR
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-TIT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** REQUISICOES PELA CHAVE PRIMARIA ****************************
       2220-COPIAR-REQUISICOES.
            OPEN INPUT REQUISICOES
            EVALUATE WS-FS-REQ
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ REQUISICOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-REQUISICAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-REQ NOT EQUAL ZEROS AND
                          WS-FS-REQ NOT EQUAL 02 AND
                          WS-FS-REQ NOT EQUAL 10
                           MOVE WS-FS-REQ TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE REQUISICOES
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-REQ TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CATEGORIAS PELA CHAVE PRIMARIA *****************************
       2230-COPIAR-CATEGORIAS.
            OPEN INPUT CATEGORIAS
            EVALUATE WS-FS-CAT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CATEGORIAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-CATEGORIA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CAT NOT EQUAL ZEROS AND
                          WS-FS-CAT NOT EQUAL 02 AND
                          WS-FS-CAT NOT EQUAL 10
                           MOVE WS-FS-CAT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CATEGORIAS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CAT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** REGISTRO DE LOTES DE ENTRADA PELA CHAVE PRIMARIA ***********
       2240-COPIAR-REGISTRO-ENTRADAS.
            OPEN INPUT REGISTRO-ENTRADAS
            EVALUATE WS-FS-RGE
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ REGISTRO-ENTRADAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-REGISTRO-ENTRADA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-RGE NOT EQUAL ZEROS AND
                          WS-FS-RGE NOT EQUAL 02 AND
                          WS-FS-RGE NOT EQUAL 10
                           MOVE WS-FS-RGE TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE REGISTRO-ENTRADAS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-RGE TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CAMBIO PELA CHAVE PRIMARIA *********************************
       2250-COPIAR-CAMBIO.
            OPEN INPUT CAMBIO
            EVALUATE WS-FS-CAM
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CAMBIO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-CAMBIO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CAM NOT EQUAL ZEROS AND
                          WS-FS-CAM NOT EQUAL 02 AND
                          WS-FS-CAM NOT EQUAL 10
                           MOVE WS-FS-CAM TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CAMBIO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CAM TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CONTRATOS-FORNECEDOR PELA CHAVE PRIMARIA *******************
       2260-COPIAR-CONTRATOS-FORNECEDOR.
            OPEN INPUT CONTRATOS-FORNECEDOR
            EVALUATE WS-FS-CTR
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CONTRATOS-FORNECEDOR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-CONTRATO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CTR NOT EQUAL ZEROS AND
                          WS-FS-CTR NOT EQUAL 02 AND
                          WS-FS-CTR NOT EQUAL 10
                           MOVE WS-FS-CTR TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CONTRATOS-FORNECEDOR
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CTR TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CONSIGNACAO PELA CHAVE PRIMARIA ****************************
       2270-COPIAR-CONSIGNACAO.
            OPEN INPUT CONSIGNACAO
            EVALUATE WS-FS-CSG
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CONSIGNACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-CONSIGNACAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CSG NOT EQUAL ZEROS AND
                          WS-FS-CSG NOT EQUAL 02 AND
                          WS-FS-CSG NOT EQUAL 10
                           MOVE WS-FS-CSG TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CONSIGNACAO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CSG TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** MOVIMENTO-CONSIGNADO PELA CHAVE PRIMARIA *******************
       2280-COPIAR-MOVIMENTO-CONSIGNADO.
            OPEN INPUT MOVIMENTO-CONSIGNADO
            EVALUATE WS-FS-MCS
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ MOVIMENTO-CONSIGNADO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-MOV-CONSIGNADO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-MCS NOT EQUAL ZEROS AND
                          WS-FS-MCS NOT EQUAL 02 AND
                          WS-FS-MCS NOT EQUAL 10
                           MOVE WS-FS-MCS TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE MOVIMENTO-CONSIGNADO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-MCS TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** EMPRESTIMOS PELA CHAVE PRIMARIA ****************************
       2290-COPIAR-EMPRESTIMOS.
            OPEN INPUT EMPRESTIMOS
            EVALUATE WS-FS-EMP
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ EMPRESTIMOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-EMPRESTIMO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-EMP NOT EQUAL ZEROS AND
                          WS-FS-EMP NOT EQUAL 02 AND
                          WS-FS-EMP NOT EQUAL 10
                           MOVE WS-FS-EMP TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE EMPRESTIMOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-EMP TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** COTAS-CONSUMO PELA CHAVE PRIMARIA **************************
       2300-COPIAR-COTAS-CONSUMO.
            OPEN INPUT COTAS-CONSUMO
            EVALUATE WS-FS-COT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ COTAS-CONSUMO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-COTA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-COT NOT EQUAL ZEROS AND
                          WS-FS-COT NOT EQUAL 02 AND
                          WS-FS-COT NOT EQUAL 10
                           MOVE WS-FS-COT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE COTAS-CONSUMO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-COT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** SUBSTITUTOS PELA CHAVE PRIMARIA ****************************
       2310-COPIAR-SUBSTITUTOS.
            OPEN INPUT SUBSTITUTOS
            EVALUATE WS-FS-SUB
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ SUBSTITUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-SUBSTITUTO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-SUB NOT EQUAL ZEROS AND
                          WS-FS-SUB NOT EQUAL 02 AND
                          WS-FS-SUB NOT EQUAL 10
                           MOVE WS-FS-SUB TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE SUBSTITUTOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-SUB TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PERIGOSOS PELA CHAVE PRIMARIA ******************************
       2320-COPIAR-PERIGOSOS.
            OPEN INPUT PERIGOSOS
            EVALUATE WS-FS-PGO
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PERIGOSOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PERIGOSO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PGO NOT EQUAL ZEROS AND
                          WS-FS-PGO NOT EQUAL 02 AND
                          WS-FS-PGO NOT EQUAL 10
                           MOVE WS-FS-PGO TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PERIGOSOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PGO TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CALIBRACOES PELA CHAVE PRIMARIA ****************************
       2330-COPIAR-CALIBRACOES.
            OPEN INPUT CALIBRACOES
            EVALUATE WS-FS-CLB
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CALIBRACOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-CALIBRACAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CLB NOT EQUAL ZEROS AND
                          WS-FS-CLB NOT EQUAL 02 AND
                          WS-FS-CLB NOT EQUAL 10
                           MOVE WS-FS-CLB TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CALIBRACOES
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CLB TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** NAO-CONFORMIDADES PELA CHAVE PRIMARIA **********************
       2340-COPIAR-NAO-CONFORMIDADES.
            OPEN INPUT NAO-CONFORMIDADES
            EVALUATE WS-FS-RNC
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ NAO-CONFORMIDADES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-NAO-CONFORMIDADE TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-RNC NOT EQUAL ZEROS AND
                          WS-FS-RNC NOT EQUAL 02 AND
                          WS-FS-RNC NOT EQUAL 10
                           MOVE WS-FS-RNC TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE NAO-CONFORMIDADES
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-RNC TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** DEFEITOS PELA CHAVE PRIMARIA *******************************
       2350-COPIAR-DEFEITOS.
            OPEN INPUT DEFEITOS
            EVALUATE WS-FS-DFT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ DEFEITOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-DEFEITO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-DFT NOT EQUAL ZEROS AND
                          WS-FS-DFT NOT EQUAL 02 AND
                          WS-FS-DFT NOT EQUAL 10
                           MOVE WS-FS-DFT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE DEFEITOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-DFT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** ARMARIOS-PAR PELA CHAVE PRIMARIA ***************************
       2360-COPIAR-ARMARIOS-PAR.
            OPEN INPUT ARMARIOS-PAR
            EVALUATE WS-FS-ARM
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ ARMARIOS-PAR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-ARMARIO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-ARM NOT EQUAL ZEROS AND
                          WS-FS-ARM NOT EQUAL 02 AND
                          WS-FS-ARM NOT EQUAL 10
                           MOVE WS-FS-ARM TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE ARMARIOS-PAR
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-ARM TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** MATERIAIS-OS PELA CHAVE PRIMARIA ***************************
       2370-COPIAR-MATERIAIS-OS.
            OPEN INPUT MATERIAIS-OS
            EVALUATE WS-FS-OSM
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ MATERIAIS-OS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-MATERIAL-OS TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-OSM NOT EQUAL ZEROS AND
                          WS-FS-OSM NOT EQUAL 02 AND
                          WS-FS-OSM NOT EQUAL 10
                           MOVE WS-FS-OSM TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE MATERIAIS-OS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-OSM TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** ORCAMENTOS PELA CHAVE PRIMARIA *****************************
       2380-COPIAR-ORCAMENTOS.
            OPEN INPUT ORCAMENTOS
            EVALUATE WS-FS-ORC
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ ORCAMENTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-ORCAMENTO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-ORC NOT EQUAL ZEROS AND
                          WS-FS-ORC NOT EQUAL 02 AND
                          WS-FS-ORC NOT EQUAL 10
                           MOVE WS-FS-ORC TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE ORCAMENTOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-ORC TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** COMPROMISSOS PELA CHAVE PRIMARIA ***************************
       2390-COPIAR-COMPROMISSOS.
            OPEN INPUT COMPROMISSOS
            EVALUATE WS-FS-CMP
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ COMPROMISSOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-COMPROMISSO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CMP NOT EQUAL ZEROS AND
                          WS-FS-CMP NOT EQUAL 02 AND
                          WS-FS-CMP NOT EQUAL 10
                           MOVE WS-FS-CMP TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE COMPROMISSOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CMP TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** ENTRADAS-CUSTO PELA CHAVE PRIMARIA *************************
       2400-COPIAR-ENTRADAS-CUSTO.
            OPEN INPUT ENTRADAS-CUSTO
            EVALUATE WS-FS-ENT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ ENTRADAS-CUSTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-ENTRADA-CUSTO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-ENT NOT EQUAL ZEROS AND
                          WS-FS-ENT NOT EQUAL 02 AND
                          WS-FS-ENT NOT EQUAL 10
                           MOVE WS-FS-ENT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE ENTRADAS-CUSTO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-ENT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** RATEIO-CUSTO PELA CHAVE PRIMARIA ***************************
       2410-COPIAR-RATEIO-CUSTO.
            OPEN INPUT RATEIO-CUSTO
            EVALUATE WS-FS-RAT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ RATEIO-CUSTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-RATEIO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-RAT NOT EQUAL ZEROS AND
                          WS-FS-RAT NOT EQUAL 02 AND
                          WS-FS-RAT NOT EQUAL 10
                           MOVE WS-FS-RAT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE RATEIO-CUSTO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-RAT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** FATURAS-LINHAS PELA CHAVE PRIMARIA *************************
       2420-COPIAR-FATURAS-LINHAS.
            OPEN INPUT FATURAS-LINHAS
            EVALUATE WS-FS-FLN
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ FATURAS-LINHAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-FATURA-LINHA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-FLN NOT EQUAL ZEROS AND
                          WS-FS-FLN NOT EQUAL 02 AND
                          WS-FS-FLN NOT EQUAL 10
                           MOVE WS-FS-FLN TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE FATURAS-LINHAS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-FLN TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** DEBITOS-FORNECEDOR PELA CHAVE PRIMARIA *********************
       2430-COPIAR-DEBITOS-FORNECEDOR.
            OPEN INPUT DEBITOS-FORNECEDOR
            EVALUATE WS-FS-DEB
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ DEBITOS-FORNECEDOR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-DEBITO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-DEB NOT EQUAL ZEROS AND
                          WS-FS-DEB NOT EQUAL 02 AND
                          WS-FS-DEB NOT EQUAL 10
                           MOVE WS-FS-DEB TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE DEBITOS-FORNECEDOR
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-DEB TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** INSPECOES PELA CHAVE PRIMARIA ******************************
       2440-COPIAR-INSPECOES.
            OPEN INPUT INSPECOES
            EVALUATE WS-FS-INS
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ INSPECOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-INSPECAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-INS NOT EQUAL ZEROS AND
                          WS-FS-INS NOT EQUAL 02 AND
                          WS-FS-INS NOT EQUAL 10
                           MOVE WS-FS-INS TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE INSPECOES
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-INS TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** DESTINOS PELA CHAVE PRIMARIA *******************************
       2450-COPIAR-DESTINOS.
            OPEN INPUT DESTINOS
            EVALUATE WS-FS-DST
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ DESTINOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-DESTINO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-DST NOT EQUAL ZEROS AND
                          WS-FS-DST NOT EQUAL 02 AND
                          WS-FS-DST NOT EQUAL 10
                           MOVE WS-FS-DST TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE DESTINOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-DST TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** BACKORDERS PELA CHAVE PRIMARIA *****************************
       2460-COPIAR-BACKORDERS.
            OPEN INPUT BACKORDERS
            EVALUATE WS-FS-BOR
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ BACKORDERS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-BACKORDER TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-BOR NOT EQUAL ZEROS AND
                          WS-FS-BOR NOT EQUAL 02 AND
                          WS-FS-BOR NOT EQUAL 10
                           MOVE WS-FS-BOR TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE BACKORDERS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-BOR TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** FORNECEDORES-PRODUTO PELA CHAVE PRIMARIA *******************
       2470-COPIAR-FORNECEDORES-PRODUTO.
            OPEN INPUT FORNECEDORES-PRODUTO
            EVALUATE WS-FS-PFX
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ FORNECEDORES-PRODUTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-FORNECEDOR-PRODUTO
                               TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PFX NOT EQUAL ZEROS AND
                          WS-FS-PFX NOT EQUAL 02 AND
                          WS-FS-PFX NOT EQUAL 10
                           MOVE WS-FS-PFX TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE FORNECEDORES-PRODUTO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PFX TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CONSUMO-MENSAL PELA CHAVE PRIMARIA *************************
       2480-COPIAR-CONSUMO-MENSAL.
            OPEN INPUT CONSUMO-MENSAL
            EVALUATE WS-FS-CNM
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CONSUMO-MENSAL NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-CONSUMO-MENSAL TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-CNM NOT EQUAL ZEROS AND
                          WS-FS-CNM NOT EQUAL 02 AND
                          WS-FS-CNM NOT EQUAL 10
                           MOVE WS-FS-CNM TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CONSUMO-MENSAL
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-CNM TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PREVISAO-DEMANDA PELA CHAVE PRIMARIA ***********************
       2490-COPIAR-PREVISAO-DEMANDA.
            OPEN INPUT PREVISAO-DEMANDA
            EVALUATE WS-FS-PRV
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PREVISAO-DEMANDA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PREVISAO-DEMANDA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PRV NOT EQUAL ZEROS AND
                          WS-FS-PRV NOT EQUAL 02 AND
                          WS-FS-PRV NOT EQUAL 10
                           MOVE WS-FS-PRV TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PREVISAO-DEMANDA
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PRV TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PRODUTOS-HIST PELA CHAVE PRIMARIA **************************
       2500-COPIAR-PRODUTOS-HIST.
            OPEN INPUT PRODUTOS-HIST
            EVALUATE WS-FS-HIST
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PRODUTOS-HIST NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PRODUTO-HIST TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-HIST NOT EQUAL ZEROS AND
                          WS-FS-HIST NOT EQUAL 02 AND
                          WS-FS-HIST NOT EQUAL 10
                           MOVE WS-FS-HIST TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PRODUTOS-HIST
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-HIST TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** SOLICITACOES-ALTERACAO PELA CHAVE PRIMARIA *****************
       2510-COPIAR-SOLICITACOES-ALTERACAO.
            OPEN INPUT SOLICITACOES-ALTERACAO
            EVALUATE WS-FS-SOL
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ SOLICITACOES-ALTERACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-SOLICITACAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-SOL NOT EQUAL ZEROS AND
                          WS-FS-SOL NOT EQUAL 02 AND
                          WS-FS-SOL NOT EQUAL 10
                           MOVE WS-FS-SOL TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE SOLICITACOES-ALTERACAO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-SOL TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** SPOOL-INDICE PELA CHAVE PRIMARIA ***************************
       2520-COPIAR-SPOOL-INDICE.
            OPEN INPUT SPOOL-INDICE
            EVALUATE WS-FS-SPI
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ SPOOL-INDICE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-SPOOL-INDICE TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-SPI NOT EQUAL ZEROS AND
                          WS-FS-SPI NOT EQUAL 02 AND
                          WS-FS-SPI NOT EQUAL 10
                           MOVE WS-FS-SPI TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE SPOOL-INDICE
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-SPI TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PERIODOS-FECHADOS PELA CHAVE PRIMARIA **********************
       2530-COPIAR-PERIODOS-FECHADOS.
            OPEN INPUT PERIODOS-FECHADOS
            EVALUATE WS-FS-PER
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PERIODOS-FECHADOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PERIODO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PER NOT EQUAL ZEROS AND
                          WS-FS-PER NOT EQUAL 02 AND
                          WS-FS-PER NOT EQUAL 10
                           MOVE WS-FS-PER TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PERIODOS-FECHADOS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PER TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** CONTROLE-LIBERACAO PELA CHAVE PRIMARIA *********************
       2540-COPIAR-CONTROLE-LIBERACAO.
            OPEN INPUT CONTROLE-LIBERACAO
            EVALUATE WS-FS-LIB
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ CONTROLE-LIBERACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-LIBERACAO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-LIB NOT EQUAL ZEROS AND
                          WS-FS-LIB NOT EQUAL 02 AND
                          WS-FS-LIB NOT EQUAL 10
                           MOVE WS-FS-LIB TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE CONTROLE-LIBERACAO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-LIB TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PRECOS-FUTUROS PELA CHAVE PRIMARIA *************************
       2550-COPIAR-PRECOS-FUTUROS.
            OPEN INPUT PRECOS-FUTUROS
            EVALUATE WS-FS-PRF
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PRECOS-FUTUROS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PRECO-FUTURO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-PRF NOT EQUAL ZEROS AND
                          WS-FS-PRF NOT EQUAL 02 AND
                          WS-FS-PRF NOT EQUAL 10
                           MOVE WS-FS-PRF TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PRECOS-FUTUROS
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-PRF TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** COMPONENTES-KIT PELA CHAVE PRIMARIA ************************
       2560-COPIAR-COMPONENTES-KIT.
            OPEN INPUT COMPONENTES-KIT
            EVALUATE WS-FS-KIT
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ COMPONENTES-KIT NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-COMPONENTE-KIT TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-KIT NOT EQUAL ZEROS AND
                          WS-FS-KIT NOT EQUAL 02 AND
                          WS-FS-KIT NOT EQUAL 10
                           MOVE WS-FS-KIT TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE COMPONENTES-KIT
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-KIT TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** LIMITES-CLASSE PELA CHAVE PRIMARIA *************************
       2570-COPIAR-LIMITES-CLASSE.
            OPEN INPUT LIMITES-CLASSE
            EVALUATE WS-FS-LCL
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ LIMITES-CLASSE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-LIMITE-CLASSE TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-LCL NOT EQUAL ZEROS AND
                          WS-FS-LCL NOT EQUAL 02 AND
                          WS-FS-LCL NOT EQUAL 10
                           MOVE WS-FS-LCL TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE LIMITES-CLASSE
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-LCL TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** AGUARDA-ORCAMENTO PELA CHAVE PRIMARIA **********************
       2580-COPIAR-AGUARDA-ORCAMENTO.
            OPEN INPUT AGUARDA-ORCAMENTO
            EVALUATE WS-FS-AGO
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ AGUARDA-ORCAMENTO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-AGUARDA TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-AGO NOT EQUAL ZEROS AND
                          WS-FS-AGO NOT EQUAL 02 AND
                          WS-FS-AGO NOT EQUAL 10
                           MOVE WS-FS-AGO TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE AGUARDA-ORCAMENTO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-AGO TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** FECHAMENTO-DIARIO PELA CHAVE PRIMARIA **********************
       2590-COPIAR-FECHAMENTO-DIARIO.
            OPEN INPUT FECHAMENTO-DIARIO
            EVALUATE WS-FS-FEC
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ FECHAMENTO-DIARIO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-FECHAMENTO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-FEC NOT EQUAL ZEROS AND
                          WS-FS-FEC NOT EQUAL 02 AND
                          WS-FS-FEC NOT EQUAL 10
                           MOVE WS-FS-FEC TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE FECHAMENTO-DIARIO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-FEC TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** PRODUTOS-BACKUP PELA CHAVE PRIMARIA ************************
       2600-COPIAR-PRODUTOS-BACKUP.
            OPEN INPUT PRODUTOS-BACKUP
            EVALUATE WS-FS-BAK
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ PRODUTOS-BACKUP NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-PRODUTO-BACKUP TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-BAK NOT EQUAL ZEROS AND
                          WS-FS-BAK NOT EQUAL 02 AND
                          WS-FS-BAK NOT EQUAL 10
                           MOVE WS-FS-BAK TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE PRODUTOS-BACKUP
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-BAK TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** FORNECEDORES-BACKUP PELA CHAVE PRIMARIA ********************
       2610-COPIAR-FORNECEDORES-BACKUP.
            OPEN INPUT FORNECEDORES-BACKUP
            EVALUATE WS-FS-FBK
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ FORNECEDORES-BACKUP NEXT RECORD
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-FORNECEDOR-BACKUP TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-FBK NOT EQUAL ZEROS AND
                          WS-FS-FBK NOT EQUAL 02 AND
                          WS-FS-FBK NOT EQUAL 10
                           MOVE WS-FS-FBK TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE FORNECEDORES-BACKUP
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-FBK TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** ARQUIVO SEQUENCIAL, LINHA A LINHA **************************
       2800-COPIAR-SEQUENCIAL.
            OPEN INPUT BACKUP-ARQUIVO
            EVALUATE WS-FS-BKA
                WHEN ZEROS
                    MOVE 0 TO WS-BKP-EOF
                    PERFORM UNTIL WS-BKP-EOF EQUAL 1
                       READ BACKUP-ARQUIVO
                       AT END
                           MOVE 1 TO WS-BKP-EOF
                       NOT AT END
                           MOVE REG-BACKUP-ARQUIVO TO WS-BKP-REGISTRO
                           PERFORM 2900-GRAVAR-COPIA
                       END-READ
                       IF WS-FS-BKA NOT EQUAL ZEROS AND
                          WS-FS-BKA NOT EQUAL 10
                           MOVE WS-FS-BKA TO WS-BKP-FS-ERRO
                           MOVE 1 TO WS-BKP-EOF
                       END-IF
                    END-PERFORM
                    CLOSE BACKUP-ARQUIVO
                WHEN 35
                    MOVE 'A' TO WS-BKP-SITUACAO
                WHEN OTHER
                    MOVE WS-FS-BKA TO WS-BKP-FS-ERRO
            END-EVALUATE.

      ****** SOMA O REGISTRO LIDO E GRAVA NA COPIA **********************
       2900-GRAVAR-COPIA.
            PERFORM 9754-CONTAR-REGISTRO
            WRITE REG-BACKUP-COPIA FROM WS-BKP-REGISTRO
            IF WS-FS-BKC NOT EQUAL ZEROS
                MOVE WS-FS-BKC TO WS-BKP-FS-ERRO
                MOVE 1 TO WS-BKP-EOF
            END-IF.

      ****** ARQUIVO QUE NAO FOI PARA A GERACAO INTEIRO *****************
       2950-MARCAR-FALHA.
            MOVE 'N' TO WS-BACKUP-OK
            ADD 1 TO WS-ARQUIVOS-FALHA
            IF WS-RUN-STATUS EQUAL '00' AND
               WS-BKP-FS-ERRO NOT EQUAL '00'
                MOVE WS-BKP-FS-ERRO TO WS-RUN-STATUS
            END-IF.

      ****** REGISTRA A GERACAO NO INDICE (RERODADA NO DIA SUBSTITUI) ***
       3000-REGISTRAR-GERACAO.
            OPEN I-O BACKUP-GERACOES
            IF WS-FS-BKG EQUAL 35
                OPEN OUTPUT BACKUP-GERACOES
                CLOSE BACKUP-GERACOES
                OPEN I-O BACKUP-GERACOES
            END-IF
            INITIALIZE REG-GERACAO
            MOVE WS-BKP-GERACAO TO BKG-DATA
            MOVE WS-HORA-AGORA TO BKG-HORA
            MOVE WS-USUARIO TO BKG-USUARIO
            IF WS-BACKUP-OK EQUAL 'S'
                SET BKG-COMPLETA TO TRUE
            ELSE
                SET BKG-FALHA TO TRUE
            END-IF
            MOVE WS-BKP-QTD-ARQUIVOS TO BKG-ARQUIVOS
            MOVE WS-TOTAL-REGISTROS TO BKG-REGISTROS
            MOVE SPACE TO BKG-TESTE-OK
            WRITE REG-GERACAO
                INVALID KEY
                    REWRITE REG-GERACAO
            END-WRITE
            IF WS-FS-BKG NOT EQUAL ZEROS
                DISPLAY 'GERACAO NAO REGISTRADA EM backup-geracoes.txt,'
                    ' FILE STATUS ' WS-FS-BKG
            END-IF
            CLOSE BACKUP-GERACOES.

      ****** RETENCAO: APAGA AS GERACOES ALEM DAS ULTIMAS N *************
       4000-EXPURGAR-GERACOES.
            INITIALIZE WS-GERACOES-EXISTENTES
            INITIALIZE WS-GERACOES-APAGADAS
            OPEN I-O BACKUP-GERACOES
            IF WS-FS-BKG NOT EQUAL ZEROS
                DISPLAY 'INDICE DAS GERACOES AUSENTE, NADA A EXPURGAR'
            ELSE
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1
                   READ BACKUP-GERACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       IF NOT BKG-EXPURGADA
                           ADD 1 TO WS-GERACOES-EXISTENTES
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE BACKUP-GERACOES
                OPEN I-O BACKUP-GERACOES
                MOVE ZEROS TO WS-GERACOES-APAGAR
                IF WS-GERACOES-EXISTENTES > WS-GERACOES-MANTER
                    COMPUTE WS-GERACOES-APAGAR =
                        WS-GERACOES-EXISTENTES - WS-GERACOES-MANTER
                END-IF
                MOVE 0 TO WS-BKP-EOF
                PERFORM UNTIL WS-BKP-EOF EQUAL 1 OR
                              WS-GERACOES-APAGADAS NOT <
                              WS-GERACOES-APAGAR
                   READ BACKUP-GERACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-BKP-EOF
                   NOT AT END
                       IF NOT BKG-EXPURGADA AND
                          BKG-DATA NOT EQUAL WS-DATA-HOJE
                           PERFORM 4100-APAGAR-GERACAO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE BACKUP-GERACOES
            END-IF
            MOVE WS-DATA-HOJE TO WS-BKP-GERACAO.

      ****** APAGA AS COPIAS E O MANIFESTO DA GERACAO E A MARCA *********
       4100-APAGAR-GERACAO.
            MOVE BKG-DATA TO WS-BKP-GERACAO
            PERFORM VARYING WS-BKP-IND FROM 1 BY 1
                UNTIL WS-BKP-IND > WS-BKP-QTD-ARQUIVOS
                PERFORM 9750-MONTAR-CAMINHOS
                MOVE WS-BKP-COPIA TO WS-ARQUIVO-APAGAR
                CALL "CBL_DELETE_FILE" USING WS-ARQUIVO-APAGAR
            END-PERFORM
            MOVE WS-BKP-MANIFESTO TO WS-ARQUIVO-APAGAR
            CALL "CBL_DELETE_FILE" USING WS-ARQUIVO-APAGAR
            MOVE ZERO TO RETURN-CODE
            SET BKG-EXPURGADA TO TRUE
            MOVE WS-DATA-HOJE TO BKG-DATA-EXPURGO
            REWRITE REG-GERACAO
            END-REWRITE
            ADD 1 TO WS-GERACOES-APAGADAS
            DISPLAY 'GERACAO ' BKG-DATA ' APAGADA PELA RETENCAO'.

           COPY BKPGRV.
           COPY RUNGRV.
           COPY PARLER.
       END PROGRAM BACKUP-GERACAO.
