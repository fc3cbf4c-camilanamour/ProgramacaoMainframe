      *               alcanca tudo; tentativa negada vai para
      *               ERRO-DIARIO e o log de auditoria passa a gravar
      *               o operador identificado
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - SAIDA do ALTERAR agora confere a cota mensal de
      *               consumo do destino (COTAS-CONSUMO); acima da cota
      *               e recusada, salvo liberacao de supervisor
      *               registrada em EXCESSOS-COTA
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro,
      *               e a reserva feita aqui grava RSV-ORDEM-SERVICO
      *               zerado (reserva avulsa)
      * 15 OUT 2026 - backorder agora grava a falta original e pede o
      *               destino do solicitante, para o relatorio de nivel
      *               de servico
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO em
      *               branco (movimento comum), para a prova de evolucao
      *               do valor do estoque
      * 15 OUT 2026 - no ALTERAR a troca de situacao sensivel
      *               (APROVACAO_CAMPOS) vira solicitacao pendente para
      *               aprovacao do supervisor em
      *               CRUD-41-aprova-alteracoes
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-completo.
           COPY RSVSEL.
           COPY BORSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ESTSEL.
           COPY ACESEL.
           COPY COTSEL.
           COPY XCTSEL.
           COPY SOLSEL.
           COPY PARSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RSVFD.
           COPY BORFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY COTFD.
           COPY XCTFD.
           COPY SOLFD.

       FD LISTAGEM-PRODUTOS.
       01 REG-LISTAGEM              PIC X(80).

           COPY CTLFD.
           COPY PARFD.

       FD FICHA-PRODUTO.
       01 REG-FICHA                 PIC X(80).
       77 WS-SENHA-NOVA-1          PIC X(08).
       77 WS-SENHA-NOVA-2          PIC X(08).
       77 WS-MAX-FALHAS            PIC 9(02) VALUE 3.
       77 WS-VALIDADE-SENHA        PIC 9(03) VALUE 90.
       77 WS-HOJE-ACESSO           PIC 9(08).
       77 WS-IDADE-SENHA           PIC S9(05).
       77 WS-FS-CAT                PIC 99.
      ****** BACKORDERS *******************************************************
       77 WS-QTD-FALTA         PIC 9(09).
       77 WS-SOLIC-BACKORDER   PIC X(20).
       77 WS-DESTINO-BACKORDER PIC X(06).
      ****** RESERVAS *********************************************************
       77 WS-DELTA-RESERVA     PIC 9(09).
       77 WS-RESTANTE-LIBERAR  PIC 9(09).
           COPY PRODPATH.
           COPY PERWS.
           COPY ESTWS.
           COPY COTWS.
           COPY SOLWS.
           COPY PARWS.

       PROCEDURE DIVISION.
      ********************************************************* MENU **********
                                 MOVE WS-ESTOQUE-PROJETADO TO
                                     ESTOQUE-PRODUTO
                                 PERFORM 9380-OBTER-DESTINO
                                 PERFORM 9386-CONFERIR-COTA
                             END-IF
                         END-IF
                         END-IF
                 IF WS-SITUACAO-NOVA EQUAL 'A' OR
                    WS-SITUACAO-NOVA EQUAL 'B' OR
                    WS-SITUACAO-NOVA EQUAL 'Q'
                     MOVE 'S' TO WS-SOL-CAMPO
                     PERFORM 9880-CONFERIR-CAMPO-SENSIVEL
                     IF WS-SOL-SENSIVEL EQUAL 'S' AND
                        WS-SITUACAO-NOVA NOT EQUAL STATUS-PRODUTO
                         MOVE COD-PRODUTO TO WS-SOL-PRODUTO
                         MOVE STATUS-PRODUTO TO WS-SOL-ANTES
                         MOVE WS-SITUACAO-NOVA TO WS-SOL-DEPOIS
                         MOVE WS-OPERADOR TO WS-SOL-SOLICITANTE
                         MOVE 'CRUD-completo' TO WS-SOL-ORIGEM
                         PERFORM 9885-GRAVAR-SOLICITACAO
                     ELSE
                         MOVE WS-SITUACAO-NOVA TO STATUS-PRODUTO
                     END-IF
                 END-IF
                 ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD
                 MOVE SPACE TO WS-REGRAVOU
           END-IF
           MOVE ZEROS TO MOV-REQUISICAO
           MOVE ZEROS TO MOV-CONJUNTO
           MOVE ZEROS TO MOV-SAIDA-ORIGEM
           MOVE ZEROS TO MOV-ORDEM-SERVICO
           MOVE SPACE TO MOV-MOTIVO
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-OPERADOR TO MOV-OPERADOR
           OPEN EXTEND MOVIMENTO-ESTOQUE
           END-IF
           DISPLAY 'INFORME O SOLICITANTE DO BACKORDER:'
           ACCEPT WS-SOLIC-BACKORDER
           DISPLAY 'INFORME O DESTINO DO SOLICITANTE (EM BRANCO = '
               'SEM DESTINO):'
           ACCEPT WS-DESTINO-BACKORDER
           IF WS-DESTINO-BACKORDER NOT EQUAL SPACES AND
              WS-DST-DISPONIVEL EQUAL 'S'
               MOVE WS-DESTINO-BACKORDER TO DEST-CODIGO
               READ DESTINOS RECORD
                   KEY IS DEST-CODIGO
                   INVALID KEY
                       DISPLAY 'DESTINO NAO CADASTRADO, BACKORDER '
                           'FICA SEM DESTINO'
                       MOVE SPACES TO WS-DESTINO-BACKORDER
               END-READ
           END-IF
           MOVE 'BACKORDER' TO WS-SEQ-NOME
           PERFORM 9900-PROXIMO-NUMERO
           MOVE COD-PRODUTO OF REG-PRODUTO TO BOR-COD-PRODUTO
           MOVE WS-SEQ-NUMERO TO BOR-NUMERO
           MOVE WS-QTD-FALTA TO BOR-QTD-FALTA
           MOVE WS-QTD-FALTA TO BOR-QTD-ORIGINAL
           ACCEPT BOR-DATA FROM DATE YYYYMMDD
           MOVE ZEROS TO BOR-DATA-ATENDIDO
           MOVE WS-SOLIC-BACKORDER TO BOR-SOLICITANTE
           MOVE WS-DESTINO-BACKORDER TO BOR-DESTINO
           MOVE ZEROS TO BOR-REQUISICAO
           SET BOR-ABERTO TO TRUE
           WRITE REG-BACKORDER
           END-WRITE
               ACCEPT RSV-DATA FROM DATE YYYYMMDD
               MOVE WS-VALIDADE-RESERVA TO RSV-VALIDADE
               SET RSV-ABERTA TO TRUE
               MOVE ZEROS TO RSV-ORDEM-SERVICO
               WRITE REG-RESERVA
               END-WRITE
               IF WS-FS-RSV EQUAL ZEROS
                   'ADMIN (SENHA ADMIN), TROQUE A SENHA'
           END-IF
           ACCEPT WS-HOJE-ACESSO FROM DATE YYYYMMDD
           MOVE 'SENHA_MAX_FALHAS' TO WS-PAR-NOME
           PERFORM 9950-OBTER-PARAMETRO
           IF WS-PAR-NUMERO > ZERO
               MOVE WS-PAR-NUMERO TO WS-MAX-FALHAS
           END-IF
           MOVE 'SENHA_VALIDADE' TO WS-PAR-NOME
           PERFORM 9950-OBTER-PARAMETRO
           IF WS-PAR-NUMERO > ZERO
               MOVE WS-PAR-NUMERO TO WS-VALIDADE-SENHA
           END-IF
           MOVE 'N' TO WS-IDENTIFICADO
           INITIALIZE WS-TENT-SENHA
              END-IF
           END-PERFORM.

      ****************************** CONFERIR COTA MENSAL DO DESTINO ***********
       9386-CONFERIR-COTA SECTION.
       9386-CONFERIR-COTA-PARAGRAFO.
           MOVE WS-DESTINO TO WS-COT-DESTINO
           MOVE COD-PRODUTO TO WS-COT-PRODUTO
           MOVE CATEGORIA-PRODUTO TO WS-COT-CATEGORIA
           MOVE WS-QTD-MOVIMENTO TO WS-COT-QTD
           PERFORM 9610-CONFERIR-COTA
           IF WS-COT-RECUSADA EQUAL 'S'
               ADD WS-QTD-MOVIMENTO TO ESTOQUE-PRODUTO
               MOVE SPACE TO WS-MOVIMENTO
           END-IF.

      ****************************** OBTER/VALIDAR FORNECEDOR *******************
       9350-OBTER-FORNECEDOR SECTION.
       9350-OBTER-FORNECEDOR-PARAGRAFO.
           COPY SEQNXT.
           COPY PERCHK.
           COPY ESTCHK.
           COPY COTCHK.
           COPY SOLGRV.
           COPY PARLER.

       END PROGRAM CRUD-completo.
