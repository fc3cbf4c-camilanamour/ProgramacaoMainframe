      *               entrou em quarentena deixou de alocar, entao e
      *               aqui, com o estoque liberado de fato, que o
      *               solicitante e atendido
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-SAIDA-ORIGEM (referencia da devolucao do
      *               departamento), igual aos demais gravadores do
      *               livro
      * 15 OUT 2026 - rejeicao de recebimento abre a nao conformidade
      *               (RNC) contra o fornecedor do pedido, com codigo de
      *               defeito, descricao e aviso impresso
      * 15 OUT 2026 - movimento gravado aqui zera o novo
      *               MOV-ORDEM-SERVICO (ordem de servico da
      *               manutencao), igual aos demais gravadores do livro
      * 15 OUT 2026 - backorder atendido por inteiro guarda a data do
      *               atendimento em BOR-DATA-ATENDIDO, para o relatorio
      *               de nivel de servico
      * 15 OUT 2026 - movimento gravado aqui grava o novo MOV-MOTIVO com
      *               B (baixa por perda) na rejeicao do QC, para a
      *               prova de evolucao do valor do estoque separar as
      *               baixas das saidas
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      * 15 OUT 2026 - o aviso de nao conformidade impresso tambem vai
      *               para o spool datado (SPLGRV)
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-21-inspeciona-qualidade.
           COPY MLTSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.
           COPY FORNSEL.
           COPY RNCSEL.
           COPY DFTSEL.
           COPY ARNSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT BAIXAS-VENCIDOS ASSIGN TO
           'C:\ARQUIVOS\baixas-vencidos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY MLTFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.
           COPY FORNFD.
           COPY RNCFD.
           COPY DFTFD.
           COPY ARNFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD BAIXAS-VENCIDOS.
       01 REG-BAIXA                PIC X(120).
       77 WS-FS-LOG            PIC 99.
       77 WS-FS-ERR            PIC 99.
       77 WS-FS-BXA            PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-BOR            PIC 99.
       77 WS-BOR-DISPONIVEL    PIC X VALUE 'N'.
       77 WS-EOF-BOR           PIC 99.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY RNCWS.
           COPY PARWS.
           COPY SPLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ELSE
                IF WS-QTD-REJEITADA > ZERO
                    PERFORM 3000-BAIXAR-REJEICAO
                    IF INS-COD-FORNECEDOR > ZERO
                        PERFORM 3400-ABRIR-NAO-CONFORMIDADE
                    END-IF
                END-IF
                MOVE WS-QTD-APROVADA TO INS-QTD-APROVADA
                MOVE WS-QTD-REJEITADA TO INS-QTD-REJEITADA
            WRITE REG-BAIXA FROM WS-LINHA-BAIXA
            CLOSE BAIXAS-VENCIDOS.

      ****** REJEICAO DE RECEBIMENTO ABRE RNC CONTRA O FORNECEDOR *******
       3400-ABRIR-NAO-CONFORMIDADE.
            MOVE 'Q' TO WS-RNC-ORIGEM
            MOVE INS-NUMERO TO WS-RNC-DOCUMENTO
            MOVE INS-COD-FORNECEDOR TO WS-RNC-FORNECEDOR
            MOVE INS-NUMERO-PEDIDO TO WS-RNC-PEDIDO
            MOVE INS-COD-PRODUTO TO WS-RNC-PRODUTO
            MOVE WS-NOME-PRODUTO TO WS-RNC-NOME-PRODUTO
            MOVE INS-LOTE TO WS-RNC-LOTE
            MOVE WS-QTD-REJEITADA TO WS-RNC-QUANTIDADE
            MOVE 'FORNECEDOR NAO CADASTRADO' TO WS-RNC-NOME-FORN
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL ZEROS
                MOVE INS-COD-FORNECEDOR TO
                    COD-FORNECEDOR OF REG-FORNECEDOR
                READ FORNECEDORES RECORD
                    KEY IS COD-FORNECEDOR OF REG-FORNECEDOR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-FORNECEDOR TO WS-RNC-NOME-FORN
                END-READ
                CLOSE FORNECEDORES
            END-IF
            PERFORM 9860-ABRIR-NAO-CONFORMIDADE.

      ****** SEM MAIS PENDENCIA, A QUARENTENA E LIBERADA ****************
       4000-LIBERAR-QUARENTENA.
            MOVE 'N' TO WS-OUTRA-PENDENTE
                MOVE BOR-QTD-FALTA TO WS-QTD-ATENDIDA
                SUBTRACT BOR-QTD-FALTA FROM WS-SALDO-ATENDER
                SET BOR-ATENDIDO TO TRUE
                ACCEPT BOR-DATA-ATENDIDO FROM DATE YYYYMMDD
                REWRITE REG-BACKORDER
                END-REWRITE
                MOVE 'TOTAL' TO ATE-SITUACAO
            END-IF
            MOVE ZEROS TO MOV-REQUISICAO
            MOVE ZEROS TO MOV-CONJUNTO
            MOVE ZEROS TO MOV-SAIDA-ORIGEM
            MOVE ZEROS TO MOV-ORDEM-SERVICO
            SET MOV-MOTIVO-BAIXA TO TRUE
            ACCEPT MOV-HORA FROM TIME
            ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
            IF MOV-OPERADOR EQUAL SPACES
           COPY ERRGRV.
           COPY SEQNXT.
           COPY PERCHK.
           COPY RNCGRV.
           COPY PARLER.
           COPY SPLGRV.

       END PROGRAM CRUD-21-inspeciona-qualidade.
