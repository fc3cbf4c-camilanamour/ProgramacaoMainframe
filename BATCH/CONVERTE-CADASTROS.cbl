      *          CONVERTE-MOVIMENTOS: SEM A CONVERSAO, O PRIMEIRO
      *          OPEN DEPOIS DA VIRADA TERMINA EM FILE STATUS 39.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 15 OUT 2026 - linha de pedido convertida nasce com
      *               PED-LIBERACAO em N (nao e liberacao de contrato)
      * 15 OUT 2026 - FORNECEDORES tambem e convertido (le
      *               fornecedores-antigo2, layout com STATUS e sem
      *               CONDICAO-PAGAMENTO): fornecedor legado nasce com
      *               a condicao padrao de 30 dias em parcela unica
      * 15 OUT 2026 - fornecedor e linha de pedido convertidos nascem
      *               em moeda local (MOEDA-FORNECEDOR e PED-MOEDA BRL,
      *               PED-TAXA-RECEBIMENTO zerada); FORNECEDORES-
      *               PRODUTO tambem e convertido (le
      *               fornecedores-produto-antigo, sem PFX-MOEDA)
      * 15 OUT 2026 - BACKORDERS tambem e convertido (le
      *               backorders-antigo, sem falta original/data de
      *               atendimento/destino/requisicao): a falta original
      *               e a falta atual, destino e requisicao saem do
      *               solicitante gravado pela onda de separacao
      * 15 OUT 2026 - PRODUTOS-HIST tambem e convertido (le
      *               produtos-hist-antigo, sem custo medio e quantidade
      *               consignada): snapshot legado nasce com os dois
      *               campos zerados
      * 15 OUT 2026 - FATURAS-LINHAS tambem e convertido (le
      *               faturas-linhas-antigo, sem motivo de divergencia):
      *               linha conferida antes do campo fica com FLN-MOTIVO
      *               em branco
      * 15 OUT 2026 - CONTROLE-LIBERACAO tambem e convertido (le
      *               controle-liberacao-antigo, sem LIB-PROVADOR): lote
      *               provado antes do campo fica com provador
      *               DESCONHECIDO
      * 15 OUT 2026 - fornecedor convertido nasce sem CNPJ, endereco,
      *               telefone, e-mail e dados bancarios (completar em
      *               CRUD-10)
      * 15 OUT 2026 - PEDIDOS-COMPRA passa a ler pedidos-compra-antigo2
      *               no layout de 60 posicoes, mantendo DATA-RECEBIDO e
      *               PRECO-ACORDADO; REQUISICOES, RESERVAS e INSPECOES
      *               tambem sao convertidos (le requisicoes-antigo,
      *               reservas-antigo e inspecoes-antigo): onda, ordem
      *               de servico, fornecedor e pedido de origem nascem
      *               zerados
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CADASTROS.
           RECORD KEY IS ANT-COD-PRODUTO
           FILE STATUS IS WS-FS-ANT.
           SELECT PEDIDOS-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\pedidos-compra-antigo2.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PED-CHAVE
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-USU-ID
           FILE STATUS IS WS-FS-AUSU.
           SELECT FORNECEDORES-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\fornecedores-antigo2.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-FORN-CODIGO
           FILE STATUS IS WS-FS-AFORN.
           SELECT FORNEC-PRODUTO-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\fornecedores-produto-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PFX-CHAVE
           FILE STATUS IS WS-FS-APFX.
           SELECT BACKORDERS-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\backorders-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-BOR-CHAVE
           FILE STATUS IS WS-FS-ABOR.
           SELECT PRODUTOS-HIST-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\produtos-hist-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-HIST-CHAVE
           FILE STATUS IS WS-FS-AHIST.
           SELECT FATURAS-LINHAS-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\faturas-linhas-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-FLN-CHAVE
           FILE STATUS IS WS-FS-AFLN.
           SELECT LIBERACAO-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\controle-liberacao-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-LIB-PROGRAMA
           FILE STATUS IS WS-FS-ALIB.
           SELECT REQUISICOES-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\requisicoes-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-REQ-NUMERO
           FILE STATUS IS WS-FS-AREQ.
           SELECT RESERVAS-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\reservas-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-RSV-CHAVE
           FILE STATUS IS WS-FS-ARSV.
           SELECT INSPECOES-ANTIGO ASSIGN TO
           'C:\ARQUIVOS\inspecoes-antigo.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-INS-NUMERO
           FILE STATUS IS WS-FS-AINS.
           COPY PRODSEL.
           COPY PEDSEL.
           COPY USUSEL.
           COPY FORNSEL.
           COPY PFXSEL.
           COPY BORSEL.
           COPY HISTSEL.
           COPY FLNSEL.
           COPY LIBSEL.
           COPY REQSEL.
           COPY RSVSEL.
           COPY INSSEL.

       DATA DIVISION.
       FILE SECTION.
           03 ANT-PED-QTD-RECEBIDA PIC 9(09).
           03 ANT-PED-DATA-PEDIDO  PIC 9(08).
           03 ANT-PED-SITUACAO     PIC X(01).
           03 ANT-PED-DATA-RECEBIDO PIC 9(08).
           03 ANT-PED-PRECO-ACORDADO PIC 9(07)V99.

       FD USUARIOS-ANTIGO.
       01 REG-USUARIO-ANTIGO.
           03 ANT-USU-SENHA        PIC X(08).
           03 ANT-USU-PERFIL       PIC X(01).

       FD FORNECEDORES-ANTIGO.
       01 REG-FORNECEDOR-ANTIGO.
           03 ANT-FORN-CODIGO      PIC 9(04).
           03 ANT-FORN-NOME        PIC X(30).
           03 ANT-FORN-CONTATO     PIC X(20).
           03 ANT-FORN-PRAZO       PIC 9(03).
           03 ANT-FORN-STATUS      PIC X(01).

       FD FORNEC-PRODUTO-ANTIGO.
       01 REG-FORNEC-PRODUTO-ANTIGO.
           03 ANT-PFX-CHAVE.
               05 ANT-PFX-COD-PRODUTO    PIC 9(06).
               05 ANT-PFX-COD-FORNECEDOR PIC 9(04).
           03 ANT-PFX-PRECO        PIC 9(07)V99.
           03 ANT-PFX-PRAZO        PIC 9(03).

       FD BACKORDERS-ANTIGO.
       01 REG-BACKORDER-ANTIGO.
           03 ANT-BOR-CHAVE.
               05 ANT-BOR-COD-PRODUTO  PIC 9(06).
               05 ANT-BOR-NUMERO       PIC 9(09).
           03 ANT-BOR-QTD-FALTA    PIC 9(09).
           03 ANT-BOR-DATA         PIC 9(08).
           03 ANT-BOR-SOLICITANTE  PIC X(20).
           03 ANT-BOR-SITUACAO     PIC X(01).

       FD PRODUTOS-HIST-ANTIGO.
       01 REG-PRODUTO-HIST-ANTIGO.
           03 ANT-HIST-CHAVE.
               05 ANT-HIST-COD-PRODUTO   PIC 9(06).
               05 ANT-HIST-DATA-SNAPSHOT PIC 9(08).
           03 ANT-HIST-DADOS       PIC X(105).

       FD FATURAS-LINHAS-ANTIGO.
       01 REG-FATURA-LINHA-ANTIGO.
           03 ANT-FLN-CHAVE        PIC X(22).
           03 ANT-FLN-DADOS        PIC X(53).

       FD LIBERACAO-ANTIGO.
       01 REG-LIBERACAO-ANTIGO.
           03 ANT-LIB-PROGRAMA     PIC X(20).
           03 ANT-LIB-DADOS        PIC X(56).

       FD REQUISICOES-ANTIGO.
       01 REG-REQUISICAO-ANTIGO.
           03 ANT-REQ-NUMERO       PIC 9(09).
           03 ANT-REQ-DADOS        PIC X(39).

       FD RESERVAS-ANTIGO.
       01 REG-RESERVA-ANTIGO.
           03 ANT-RSV-CHAVE        PIC X(15).
           03 ANT-RSV-DADOS        PIC X(46).

       FD INSPECOES-ANTIGO.
       01 REG-INSPECAO-ANTIGO.
           03 ANT-INS-NUMERO       PIC 9(09).
           03 ANT-INS-DADOS        PIC X(80).

      ***** NOME DO FILE-CONTROL ***************************************
           COPY PRODFD.
           COPY PEDFD.
           COPY USUFD.
           COPY FORNFD.
           COPY PFXFD.
           COPY BORFD.
           COPY HISTFD.
           COPY FLNFD.
           COPY LIBFD.
           COPY REQFD.
           COPY RSVFD.
           COPY INSFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-FS-ANT            PIC 99.
       77 WS-FS-APED           PIC 99.
       77 WS-FS-AUSU           PIC 99.
       77 WS-FS-FORN           PIC 99.
       77 WS-FS-AFORN          PIC 99.
       77 WS-FS-PFX            PIC 99.
       77 WS-FS-APFX           PIC 99.
       77 WS-FS-BOR            PIC 99.
       77 WS-FS-ABOR           PIC 99.
       77 WS-FS-HIST           PIC 99.
       77 WS-FS-AHIST          PIC 99.
       77 WS-FS-FLN            PIC 99.
       77 WS-FS-AFLN           PIC 99.
       77 WS-FS-LIB            PIC 99.
       77 WS-FS-ALIB           PIC 99.
       77 WS-FS-REQ            PIC 99.
       77 WS-FS-AREQ           PIC 99.
       77 WS-FS-RSV            PIC 99.
       77 WS-FS-ARSV           PIC 99.
       77 WS-FS-INS            PIC 99.
       77 WS-FS-AINS           PIC 99.
       77 WS-EOF               PIC 99.
       77 WS-CONTADOR          PIC 9(07).
       77 WS-RESP              PIC A(1).
            DISPLAY "----- CONVERSAO DOS CADASTROS PARA OS LAYOUTS "
                "NOVOS -----"
            DISPLAY 'ESTE PROGRAMA LE produtos-antigo2.txt, '
                'pedidos-compra-antigo2.txt,'
            DISPLAY 'usuarios-antigo.txt, fornecedores-antigo2.txt, '
                'fornecedores-produto-antigo.txt'
            DISPLAY 'backorders-antigo.txt, produtos-hist-antigo.txt, '
                'faturas-linhas-antigo.txt,'
            DISPLAY 'controle-liberacao-antigo.txt, '
                'requisicoes-antigo.txt, reservas-antigo.txt E '
                'inspecoes-antigo.txt'
            DISPLAY '(COPIAS RENOMEADAS DOS ARQUIVOS ANTERIORES) E '
                'RECRIA produtos.txt, pedidos-compra.txt,'
            DISPLAY 'usuarios.txt, fornecedores.txt, '
                'fornecedores-produto.txt, backorders.txt,'
            DISPLAY 'produtos-hist.txt, faturas-linhas.txt, '
                'controle-liberacao.txt, requisicoes.txt,'
            DISPLAY 'reservas.txt E inspecoes.txt NOS LAYOUTS'
            DISPLAY 'AMPLIADOS, COM OS CAMPOS NOVOS NOS PADROES. '
                'CONFIRMA? (S|N)'
            ACCEPT WS-RESP
                PERFORM 1000-CONVERTER-PRODUTOS
                PERFORM 2000-CONVERTER-PEDIDOS
                PERFORM 3000-CONVERTER-USUARIOS
                PERFORM 4000-CONVERTER-FORNECEDORES
                PERFORM 5000-CONVERTER-FORNEC-PRODUTO
                PERFORM 6000-CONVERTER-BACKORDERS
                PERFORM 7000-CONVERTER-HISTORICO
                PERFORM 8000-CONVERTER-FATURAS-LINHAS
                PERFORM 9000-CONVERTER-LIBERACOES
                PERFORM 9200-CONVERTER-REQUISICOES
                PERFORM 9400-CONVERTER-RESERVAS
                PERFORM 9600-CONVERTER-INSPECOES
            ELSE
                DISPLAY 'CONVERSAO CANCELADA'
            END-IF.
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS ' WS-FS
            END-IF.

      ****** PEDIDOS-COMPRA: LIBERACAO, MOEDA E TAXA NOS PADROES ********
       2000-CONVERTER-PEDIDOS.
            OPEN INPUT PEDIDOS-ANTIGO
            IF WS-FS-APED NOT EQUAL ZEROS
                DISPLAY 'PEDIDOS-COMPRA-ANTIGO2.TXT NAO ENCONTRADO, '
                    'PEDIDOS-COMPRA NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT PEDIDOS-COMPRA
            MOVE ANT-PED-QTD-RECEBIDA TO PED-QTD-RECEBIDA
            MOVE ANT-PED-DATA-PEDIDO  TO PED-DATA-PEDIDO
            MOVE ANT-PED-SITUACAO     TO PED-SITUACAO
            MOVE ANT-PED-DATA-RECEBIDO TO PED-DATA-RECEBIDO
            MOVE ANT-PED-PRECO-ACORDADO TO PED-PRECO-ACORDADO
            MOVE 'N' TO PED-LIBERACAO
            MOVE 'BRL' TO PED-MOEDA
            MOVE ZEROS TO PED-TAXA-RECEBIMENTO
            WRITE REG-PEDIDO-COMPRA
            END-WRITE
            IF WS-FS-PED EQUAL ZEROS OR WS-FS-PED EQUAL 02
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS '
                    WS-FS-USU
            END-IF.

      ****** FORNECEDORES: CONDICAO PADRAO DE 30 DIAS *******************
       4000-CONVERTER-FORNECEDORES.
            OPEN INPUT FORNECEDORES-ANTIGO
            IF WS-FS-AFORN NOT EQUAL ZEROS
                DISPLAY 'FORNECEDORES-ANTIGO2.TXT NAO ENCONTRADO, '
                    'FORNECEDORES NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT FORNECEDORES
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ FORNECEDORES-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 4100-GRAVAR-FORNECEDOR
                   END-READ
                END-PERFORM
                CLOSE FORNECEDORES-ANTIGO
                CLOSE FORNECEDORES
                DISPLAY 'FORNECEDORES CONVERTIDOS: ' WS-CONTADOR
                DISPLAY 'TODOS SEM CNPJ, ENDERECO E DADOS BANCARIOS: '
                    'COMPLETAR EM CRUD-10-manter-fornecedor'
            END-IF.

      ****** REGRAVA UM FORNECEDOR COM A CONDICAO DE PAGAMENTO **********
       4100-GRAVAR-FORNECEDOR.
            MOVE ANT-FORN-CODIGO  TO COD-FORNECEDOR OF REG-FORNECEDOR
            MOVE ANT-FORN-NOME    TO NOME-FORNECEDOR
            MOVE ANT-FORN-CONTATO TO CONTATO-FORNECEDOR
            MOVE ANT-FORN-PRAZO   TO PRAZO-ENTREGA
            MOVE ANT-FORN-STATUS  TO STATUS-FORNECEDOR
            SET PAGTO-PRAZOS TO TRUE
            MOVE 30 TO PRAZO-PAGTO-1
            MOVE ZEROS TO PRAZO-PAGTO-2
            MOVE ZEROS TO PRAZO-PAGTO-3
            MOVE ZEROS TO DIA-PAGTO-FIXO
            MOVE 'BRL' TO MOEDA-FORNECEDOR
            MOVE ZEROS TO CNPJ-FORNECEDOR
            MOVE SPACES TO ENDERECO-FORNECEDOR
            MOVE ZEROS TO CEP-FORNECEDOR
            MOVE SPACES TO TELEFONE-FORNECEDOR
            MOVE SPACES TO EMAIL-FORNECEDOR
            MOVE ZEROS TO BANCO-FORNECEDOR
            MOVE SPACES TO AGENCIA-FORNECEDOR
            MOVE SPACES TO CONTA-FORNECEDOR
            WRITE REG-FORNECEDOR
            END-WRITE
            IF WS-FS-FORN EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'FORNECEDOR ' ANT-FORN-CODIGO
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS '
                    WS-FS-FORN
            END-IF.

      ****** FORNECEDORES-PRODUTO: PRECO EM MOEDA LOCAL *****************
       5000-CONVERTER-FORNEC-PRODUTO.
            OPEN INPUT FORNEC-PRODUTO-ANTIGO
            IF WS-FS-APFX NOT EQUAL ZEROS
                DISPLAY 'FORNECEDORES-PRODUTO-ANTIGO.TXT NAO '
                    'ENCONTRADO, FORNECEDORES-PRODUTO NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT FORNECEDORES-PRODUTO
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ FORNEC-PRODUTO-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 5100-GRAVAR-FORNEC-PRODUTO
                   END-READ
                END-PERFORM
                CLOSE FORNEC-PRODUTO-ANTIGO
                CLOSE FORNECEDORES-PRODUTO
                DISPLAY 'FONTES PRODUTO X FORNECEDOR CONVERTIDAS: '
                    WS-CONTADOR
            END-IF.

      ****** REGRAVA UMA FONTE COM A MOEDA ******************************
       5100-GRAVAR-FORNEC-PRODUTO.
            MOVE ANT-PFX-COD-PRODUTO    TO PFX-COD-PRODUTO
            MOVE ANT-PFX-COD-FORNECEDOR TO PFX-COD-FORNECEDOR
            MOVE ANT-PFX-PRECO          TO PFX-PRECO
            MOVE ANT-PFX-PRAZO          TO PFX-PRAZO
            MOVE 'BRL' TO PFX-MOEDA
            WRITE REG-FORNECEDOR-PRODUTO
            END-WRITE
            IF WS-FS-PFX EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'PRODUTO ' ANT-PFX-COD-PRODUTO ' FORNECEDOR '
                    ANT-PFX-COD-FORNECEDOR ' NAO FOI POSSIVEL GRAVAR, '
                    'FILE STATUS ' WS-FS-PFX
            END-IF.

      ****** BACKORDERS: FALTA ORIGINAL, DESTINO E REQUISICAO ***********
       6000-CONVERTER-BACKORDERS.
            OPEN INPUT BACKORDERS-ANTIGO
            IF WS-FS-ABOR NOT EQUAL ZEROS
                DISPLAY 'BACKORDERS-ANTIGO.TXT NAO ENCONTRADO, '
                    'BACKORDERS NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT BACKORDERS
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ BACKORDERS-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 6100-GRAVAR-BACKORDER
                   END-READ
                END-PERFORM
                CLOSE BACKORDERS-ANTIGO
                CLOSE BACKORDERS
                DISPLAY 'BACKORDERS CONVERTIDOS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UM BACKORDER COM OS CAMPOS NOVOS *******************
       6100-GRAVAR-BACKORDER.
            MOVE ANT-BOR-COD-PRODUTO TO BOR-COD-PRODUTO
            MOVE ANT-BOR-NUMERO      TO BOR-NUMERO
            MOVE ANT-BOR-QTD-FALTA   TO BOR-QTD-FALTA
            MOVE ANT-BOR-DATA        TO BOR-DATA
            MOVE ANT-BOR-SOLICITANTE TO BOR-SOLICITANTE
            MOVE ANT-BOR-SITUACAO    TO BOR-SITUACAO
            MOVE ANT-BOR-QTD-FALTA   TO BOR-QTD-ORIGINAL
            MOVE ZEROS TO BOR-DATA-ATENDIDO
            MOVE SPACES TO BOR-DESTINO
            MOVE ZEROS TO BOR-REQUISICAO
      *     A ONDA DE SEPARACAO GRAVA 'REQ nnnnnnnnn DESTIN' NO
      *     SOLICITANTE: DELE SAEM A REQUISICAO E O DESTINO
            IF ANT-BOR-SOLICITANTE(1:4) EQUAL 'REQ ' AND
               ANT-BOR-SOLICITANTE(5:9) IS NUMERIC
                MOVE ANT-BOR-SOLICITANTE(5:9) TO BOR-REQUISICAO
                MOVE ANT-BOR-SOLICITANTE(15:6) TO BOR-DESTINO
            END-IF
            WRITE REG-BACKORDER
            END-WRITE
            IF WS-FS-BOR EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'PRODUTO ' ANT-BOR-COD-PRODUTO ' BACKORDER '
                    ANT-BOR-NUMERO ' NAO FOI POSSIVEL GRAVAR, '
                    'FILE STATUS ' WS-FS-BOR
            END-IF.

      ****** PRODUTOS-HIST: CUSTO E CONSIGNADO ZERADOS ******************
       7000-CONVERTER-HISTORICO.
            OPEN INPUT PRODUTOS-HIST-ANTIGO
            IF WS-FS-AHIST NOT EQUAL ZEROS
                DISPLAY 'PRODUTOS-HIST-ANTIGO.TXT NAO ENCONTRADO, '
                    'PRODUTOS-HIST NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT PRODUTOS-HIST
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS-HIST-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 7100-GRAVAR-HISTORICO
                   END-READ
                END-PERFORM
                CLOSE PRODUTOS-HIST-ANTIGO
                CLOSE PRODUTOS-HIST
                DISPLAY 'SNAPSHOTS CONVERTIDOS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UM SNAPSHOT COM OS CAMPOS NOVOS ********************
       7100-GRAVAR-HISTORICO.
            MOVE REG-PRODUTO-HIST-ANTIGO TO REG-PRODUTO-HIST
            MOVE ZEROS TO HIST-CUSTO-MEDIO
            MOVE ZEROS TO HIST-QTD-CONSIGNADA
            WRITE REG-PRODUTO-HIST
            END-WRITE
            IF WS-FS-HIST EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'PRODUTO ' ANT-HIST-COD-PRODUTO ' SNAPSHOT '
                    ANT-HIST-DATA-SNAPSHOT ' NAO FOI POSSIVEL GRAVAR, '
                    'FILE STATUS ' WS-FS-HIST
            END-IF.

      ****** FATURAS-LINHAS: SEM MOTIVO DE DIVERGENCIA ******************
       8000-CONVERTER-FATURAS-LINHAS.
            OPEN INPUT FATURAS-LINHAS-ANTIGO
            IF WS-FS-AFLN NOT EQUAL ZEROS
                DISPLAY 'FATURAS-LINHAS-ANTIGO.TXT NAO ENCONTRADO, '
                    'FATURAS-LINHAS NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT FATURAS-LINHAS
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-LINHAS-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 8100-GRAVAR-FATURA-LINHA
                   END-READ
                END-PERFORM
                CLOSE FATURAS-LINHAS-ANTIGO
                CLOSE FATURAS-LINHAS
                DISPLAY 'LINHAS DE FATURA CONVERTIDAS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UMA LINHA DE FATURA COM O CAMPO NOVO ***************
       8100-GRAVAR-FATURA-LINHA.
            MOVE REG-FATURA-LINHA-ANTIGO TO REG-FATURA-LINHA
            MOVE SPACES TO FLN-MOTIVO
            WRITE REG-FATURA-LINHA
            END-WRITE
            IF WS-FS-FLN EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'LINHA DE FATURA ' ANT-FLN-CHAVE
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS ' WS-FS-FLN
            END-IF.

      ****** CONTROLE-LIBERACAO: GANHOU QUEM PROVOU O LOTE **************
       9000-CONVERTER-LIBERACOES.
            OPEN INPUT LIBERACAO-ANTIGO
            IF WS-FS-ALIB NOT EQUAL ZEROS
                DISPLAY 'CONTROLE-LIBERACAO-ANTIGO.TXT NAO ENCONTRADO, '
                    'CONTROLE-LIBERACAO NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT CONTROLE-LIBERACAO
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ LIBERACAO-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9100-GRAVAR-LIBERACAO
                   END-READ
                END-PERFORM
                CLOSE LIBERACAO-ANTIGO
                CLOSE CONTROLE-LIBERACAO
                DISPLAY 'LOTES DE LIBERACAO CONVERTIDOS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UM LOTE COM O PROVADOR DESCONHECIDO ****************
       9100-GRAVAR-LIBERACAO.
            MOVE REG-LIBERACAO-ANTIGO TO REG-LIBERACAO
            MOVE 'DESCONHECIDO' TO LIB-PROVADOR
            WRITE REG-LIBERACAO
            END-WRITE
            IF WS-FS-LIB EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'LOTE DE ' ANT-LIB-PROGRAMA
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS ' WS-FS-LIB
            END-IF.
      ****** REQUISICOES: ONDA DE SEPARACAO ZERADA **********************
       9200-CONVERTER-REQUISICOES.
            OPEN INPUT REQUISICOES-ANTIGO
            IF WS-FS-AREQ NOT EQUAL ZEROS
                DISPLAY 'REQUISICOES-ANTIGO.TXT NAO ENCONTRADO, '
                    'REQUISICOES NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT REQUISICOES
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ REQUISICOES-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9210-GRAVAR-REQUISICAO
                   END-READ
                END-PERFORM
                CLOSE REQUISICOES-ANTIGO
                CLOSE REQUISICOES
                DISPLAY 'REQUISICOES CONVERTIDAS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UMA REQUISICAO FORA DE ONDA ************************
       9210-GRAVAR-REQUISICAO.
            MOVE REG-REQUISICAO-ANTIGO TO REG-REQUISICAO
            MOVE ZEROS TO REQ-ONDA
            WRITE REG-REQUISICAO
            END-WRITE
            IF WS-FS-REQ EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'REQUISICAO ' ANT-REQ-NUMERO
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS ' WS-FS-REQ
            END-IF.

      ****** RESERVAS: SEM ORDEM DE SERVICO *****************************
       9400-CONVERTER-RESERVAS.
            OPEN INPUT RESERVAS-ANTIGO
            IF WS-FS-ARSV NOT EQUAL ZEROS
                DISPLAY 'RESERVAS-ANTIGO.TXT NAO ENCONTRADO, '
                    'RESERVAS NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT RESERVAS
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ RESERVAS-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9410-GRAVAR-RESERVA
                   END-READ
                END-PERFORM
                CLOSE RESERVAS-ANTIGO
                CLOSE RESERVAS
                DISPLAY 'RESERVAS CONVERTIDAS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UMA RESERVA AVULSA *********************************
       9410-GRAVAR-RESERVA.
            MOVE REG-RESERVA-ANTIGO TO REG-RESERVA
            MOVE ZEROS TO RSV-ORDEM-SERVICO
            WRITE REG-RESERVA
            END-WRITE
            IF WS-FS-RSV EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'RESERVA ' ANT-RSV-CHAVE
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS ' WS-FS-RSV
            END-IF.

      ****** INSPECOES: SEM RECEBIMENTO DE ORIGEM ***********************
       9600-CONVERTER-INSPECOES.
            OPEN INPUT INSPECOES-ANTIGO
            IF WS-FS-AINS NOT EQUAL ZEROS
                DISPLAY 'INSPECOES-ANTIGO.TXT NAO ENCONTRADO, '
                    'INSPECOES NAO CONVERTIDO'
            ELSE
                OPEN OUTPUT INSPECOES
                SET WS-EOF TO 0
                INITIALIZE WS-CONTADOR
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ INSPECOES-ANTIGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9610-GRAVAR-INSPECAO
                   END-READ
                END-PERFORM
                CLOSE INSPECOES-ANTIGO
                CLOSE INSPECOES
                DISPLAY 'INSPECOES CONVERTIDAS: ' WS-CONTADOR
            END-IF.

      ****** REGRAVA UMA INSPECAO SEM FORNECEDOR E PEDIDO ***************
       9610-GRAVAR-INSPECAO.
            MOVE REG-INSPECAO-ANTIGO TO REG-INSPECAO
            MOVE ZEROS TO INS-COD-FORNECEDOR
            MOVE ZEROS TO INS-NUMERO-PEDIDO
            WRITE REG-INSPECAO
            END-WRITE
            IF WS-FS-INS EQUAL ZEROS
                ADD 1 TO WS-CONTADOR
            ELSE
                DISPLAY 'INSPECAO ' ANT-INS-NUMERO
                    ' NAO FOI POSSIVEL GRAVAR, FILE STATUS ' WS-FS-INS
            END-IF.
       END PROGRAM CONVERTE-CADASTROS.
