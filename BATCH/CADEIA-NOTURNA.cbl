      *               agenda fora de ordem crescente e recusada
      *               inteira antes de executar qualquer passo, em
      *               vez de fingir que a coluna comanda a sequencia
      * 15 OUT 2026 - REL-ORCAMENTO entrou na grade fixa as
      *               segundas-feiras, para o gerente financeiro
      *               receber toda semana o orcado x comprometido x
      *               realizado das compras por categoria
      * 15 OUT 2026 - REL-EMPRESTIMOS entrou na grade fixa todo dia,
      *               depois dos relatorios com parametro, com a lista
      *               de ferramentas emprestadas em atraso por destino
      * 15 OUT 2026 - REL-COTAS entrou na grade fixa no ultimo dia do
      *               mes, antes do ARQUIVA-MENSAL, com o uso das cotas
      *               de consumo por departamento e as liberacoes acima
      *               da cota
      * 15 OUT 2026 - REL-CALIBRACAO entrou na grade fixa as
      *               segundas-feiras, depois do REL-ORCAMENTO, com os
      *               instrumentos que vencem a calibracao nos proximos
      *               dias, os vencidos e os que estao no laboratorio
      * 15 OUT 2026 - REL-NAO-CONFORMIDADE entrou na grade fixa no
      *               ultimo dia do mes, depois do REL-COTAS, com a
      *               taxa de defeito em ppm por fornecedor e as RNC
      *               sem resposta depois do prazo
      * 15 OUT 2026 - REPOE-ARMARIOS entrou na grade fixa todos os
      *               dias, depois do FECHA-DIARIO, para a reposicao
      *               dos armarios estar na fila de requisicoes pela
      *               manha; REL-ARMARIOS entrou as segundas-feiras,
      *               depois do REL-CALIBRACAO
      * 15 OUT 2026 - CARGA-ORDENS-SERVICO e LISTA-SEPARACAO-OS entraram
      *               na grade fixa todos os dias, depois do
      *               REPOE-ARMARIOS, para o material das ordens de
      *               servico da manutencao estar reservado e a lista de
      *               separacao do proximo dia util pronta pela manha;
      *               REL-CUSTO-OS entrou no ultimo dia do mes, depois
      *               do REL-NAO-CONFORMIDADE
      * 15 OUT 2026 - REL-LIVRO-ENTRADAS (livro de entradas do mes por
      *               CFOP e aliquota) entrou no ultimo dia do mes,
      *               depois do REL-CUSTO-OS
      * 15 OUT 2026 - REL-PROJECAO-ESTOQUE (saldo projetado por semana
      *               nas proximas 12 semanas) entrou as
      *               segundas-feiras, depois do REL-ARMARIOS
      * 15 OUT 2026 - FECHA-CONSUMO-MES, REL-PREVISAO-REAL e
      *               PREVE-DEMANDA entraram no ultimo dia do mes, antes
      *               do ARQUIVA-MENSAL: o mes fechado entra no
      *               historico de consumo, e comparado com a previsao
      *               feita para ele e a previsao dos 6 meses seguintes
      *               e refeita
      * 15 OUT 2026 - REL-NIVEL-SERVICO (fill de linha e de quantidade,
      *               prazo dos backorders e faltas por destino e
      *               categoria) entrou no ultimo dia do mes, depois do
      *               PREVE-DEMANDA
      * 15 OUT 2026 - REL-EVOLUCAO-VALOR (evolucao do valor do estoque
      *               por categoria desde o snapshot do mes anterior)
      *               entrou no ultimo dia do mes, depois do
      *               REL-NIVEL-SERVICO e antes do ARQUIVA-MENSAL gravar
      *               o snapshot novo
      * 15 OUT 2026 - REL-CONFLITO-FUNCOES (confronto de segregacao de
      *               funcoes do mes) entrou no ultimo dia do mes,
      *               depois do REL-EVOLUCAO-VALOR e antes do
      *               ARQUIVA-MENSAL
      * 15 OUT 2026 - CONFERE-APROVACOES entrou na grade diaria depois
      *               do REPOE-ARMARIOS, alertando as solicitacoes de
      *               alteracao sensivel pendentes alem do prazo
      * 15 OUT 2026 - REL-FORNEC-DUPLICADOS (fornecedores com o mesmo
      *               CNPJ ou nome parecido) entrou no ultimo dia do
      *               mes, depois do REL-CONFLITO-FUNCOES
      * 15 OUT 2026 - o resumo agora abre com os PARAMETROS VIGENTES na
      *               noite (valor do cadastro PARAMETROS, padrao do
      *               programa ou sobreposicao do ambiente, esta ultima
      *               conferida contra a faixa do cadastro)
      * 15 OUT 2026 - resumo noturno tambem arquivado no spool datado,
      *               com a emissao registrada no indice do spool
      * 15 OUT 2026 - no ultimo dia do mes, depois do ARQUIVA-MENSAL,
      *               roda o EXPURGA-SPOOL (retencao do spool de
      *               relatorios)
      * 15 OUT 2026 - BACKUP-GERACAO (backup completo por geracao, com
      *               manifesto) entrou como ultimo passo de todos os
      *               dias; no ultimo dia do mes, depois dele, o
      *               RESTAURA-GERACAO em modo TESTE restaura a ultima
      *               geracao no diretorio de teste e confere com o
      *               manifesto
      * 15 OUT 2026 - CONFERE-LIVRO entrou em todos os dias antes do
      *               BACKUP-GERACAO: confere a numeracao do livro de
      *               movimentos e sela os dias fechados, e o backup da
      *               noite ja leva o selo
      * 15 OUT 2026 - a cadeia agora grava o proprio INICIO e FIM em
      *               CONTROLE-EXECUCAO e cronometra cada passo contra a
      *               media das noites recentes (CADEIA_NOITES_MEDIA):
      *               passo que passa da media mais CADEIA_EXCESSO_PCT
      *               gera alerta AVISO e linha LENTO no resumo, e
      *               quando o fim previsto da cadeia (agora mais o
      *               tempo medio que ainda faltava apos aquele passo)
      *               passa do fechamento da janela CADEIA_JANELA_FIM
      *               sai um alerta CRITICO, uma vez por noite; o resumo
      *               fecha com a duracao da cadeia
      * 15 OUT 2026 - REL-ENTRADAS-DIA entrou em todos os dias depois do
      *               CONFERE-LIVRO: lista os lotes de entrada
      *               processados na data, os duplicados recusados e os
      *               arquivos esperados que nao chegaram
      * 15 OUT 2026 - EXPORTA-CATALOGO entrou em todos os dias depois do
      *               REL-ENTRADAS-DIA, com o movimento e os pedidos do
      *               dia ja gravados: catalogo pedivel, substitutos e
      *               destinos para a intranet
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA-NOTURNA.
           COPY ESTSEL.
           COPY CALSEL.
           COPY ALRSEL.
           COPY PARSEL.
           COPY SPLSEL.
           COPY SPISEL.
           SELECT AGENDA-CADEIA ASSIGN TO
           'C:\ARQUIVOS\agenda-cadeia.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY ESTFD.
           COPY CALFD.
           COPY ALRFD.
           COPY PARFD.
           COPY SPLFD.
           COPY SPIFD.

       FD AGENDA-CADEIA.
       01 REG-AGENDA.
       01 REG-RESUMO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-RES            PIC 99.
       77 WS-FS-EST            PIC 99.
       77 WS-FS-AGE            PIC 99.
       77 WS-PARM-RELATORIO    PIC X(09).
       77 WS-HOJE-INTEIRO      PIC 9(08).
       77 WS-AMANHA            PIC 9(08).
       77 WS-NOITES-MEDIA      PIC 9(03) VALUE 30.
       77 WS-EXCESSO-PCT       PIC 9(03) VALUE 50.
       77 WS-DATA-CORTE-MEDIA  PIC 9(08).
       77 WS-DUR-QTD           PIC 9(03).
       77 WS-DUR-MAX           PIC 9(03) VALUE 80.
       77 WS-DUR-IND           PIC 9(03).
       77 WS-DUR-VARRE         PIC 9(03).
       77 WS-DUR-BUSCA         PIC X(20).
       77 WS-INSTANTE          PIC 9(12).
       77 WS-INST-DATA         PIC 9(08).
       77 WS-CAD-ABERTA        PIC 9(12).
       77 WS-CAD-DATA-ABERTA   PIC 9(08).
       77 WS-CAD-SOMA          PIC 9(10).
       77 WS-CAD-QTD           PIC 9(05).
       77 WS-CADEIA-INICIO     PIC 9(12).
       77 WS-JANELA-FIM        PIC 9(12).
       77 WS-JANELA-ALERTADA   PIC X VALUE 'N'.
       77 WS-PASSO-INICIO      PIC 9(12).
       77 WS-PASSO-DURACAO     PIC 9(09).
       77 WS-PASSO-MEDIA       PIC 9(09).
       77 WS-PASSO-LIMITE      PIC 9(09).
       77 WS-PREVISAO          PIC 9(12).
       77 WS-SEG-DIA           PIC 9(05).
       77 WS-PCT-EXCESSO       PIC 9(05).
       77 WS-PCT-MOSTRA        PIC ZZZZ9.
       77 WS-MIN-DURACAO       PIC ZZZ9.9.
       77 WS-MIN-MEDIA         PIC ZZZ9.9.

       01 WS-HOJE-PARTES.
           03 WS-HOJE-AAAAMM       PIC 9(06).
       01 WS-PROX-UTIL-PARTES REDEFINES WS-PROX-UTIL.
           03 WS-PROX-AAAAMM       PIC 9(06).
           03 WS-PROX-DIA          PIC 9(02).
       01 WS-INST-HORA             PIC 9(08).
       01 WS-INST-HORA-PARTES REDEFINES WS-INST-HORA.
           03 WS-INST-HH           PIC 9(02).
           03 WS-INST-MM           PIC 9(02).
           03 WS-INST-SS           PIC 9(02).
           03 WS-INST-CC           PIC 9(02).
       01 WS-JANELA-HHMM           PIC 9(04) VALUE 600.
       01 WS-JANELA-PARTES REDEFINES WS-JANELA-HHMM.
           03 WS-JANELA-HH         PIC 9(02).
           03 WS-JANELA-MM         PIC 9(02).
       01 WS-PREVISTA-MOSTRA.
           03 WS-PRV-HH            PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-PRV-MM            PIC 9(02).
       01 WS-FECHA-MOSTRA.
           03 WS-FEC-HH            PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-FEC-MM            PIC 9(02).

       01 WS-DURACOES.
           03 WS-DUR OCCURS 80 TIMES.
               05 WS-DUR-PROGRAMA      PIC X(20).
               05 WS-DUR-SOMA          PIC 9(10).
               05 WS-DUR-EXECUCOES     PIC 9(05).
               05 WS-DUR-SOMA-RESTANTE PIC 9(10).
               05 WS-DUR-QTD-RESTANTE  PIC 9(05).
               05 WS-DUR-ABERTO        PIC 9(12).
               05 WS-DUR-DATA-ABERTO   PIC 9(08).
               05 WS-DUR-PENDENTE      PIC 9(12).

           COPY RUNWS.

           COPY CALWS.
           COPY ALRWS.
           COPY PARWS.
           COPY SPLWS.

       01 WS-LINHA-TITULO.
           03 FILLER               PIC X(26)
           03 RES-STATUS           PIC XX.
           03 FILLER               PIC X(09) VALUE SPACES.

       01 WS-LINHA-PARAMETRO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RES-PAR-NOME         PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RES-PAR-VALOR        PIC X(09).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RES-PAR-ORIGEM       PIC X(47).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- CADEIA NOTURNA DE LOTE -----------"
            WRITE REG-RESUMO FROM WS-LINHA-TITULO
            MOVE SPACES TO REG-RESUMO
            WRITE REG-RESUMO
            PERFORM 0500-LISTAR-PARAMETROS

            INITIALIZE WS-PASSO
            INITIALIZE WS-PASSOS-OK
            MOVE 'S' TO WS-CADEIA-OK
            PERFORM 0600-CARREGAR-DURACOES
            PERFORM 0700-ABRIR-CRONOMETRO

            OPEN INPUT AGENDA-CADEIA
            IF WS-FS-AGE EQUAL ZEROS
                MOVE 'FECHA-DIARIO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'REPOE-ARMARIOS' TO WS-PROGRAMA-PASSO
                MOVE 'REPOE-ARMARIOS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'CONFERE-APROVACOES' TO WS-PROGRAMA-PASSO
                MOVE 'CONFERE-APROVACOES' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'CARGA-ORDENS-SERVICO' TO WS-PROGRAMA-PASSO
                MOVE 'CARGA-ORDENS-SERVICO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'LISTA-SEPARACAO-OS' TO WS-PROGRAMA-PASSO
                MOVE 'LISTA-SEPARACAO-OS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                ACCEPT WS-PARM-RELATORIO FROM ENVIRONMENT
                    'REL_LIMITE'
                    PERFORM 4800-EXECUTAR-PASSO
                END-IF
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'REL-EMPRESTIMOS' TO WS-PROGRAMA-PASSO
                MOVE 'REL-EMPRESTIMOS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-DIA-SEMANA-HOJE EQUAL 1
                MOVE 'REL-ORCAMENTO' TO WS-PROGRAMA-PASSO
                MOVE 'REL-ORCAMENTO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-DIA-SEMANA-HOJE EQUAL 1
                MOVE 'REL-CALIBRACAO' TO WS-PROGRAMA-PASSO
                MOVE 'REL-CALIBRACAO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-DIA-SEMANA-HOJE EQUAL 1
                MOVE 'REL-ARMARIOS' TO WS-PROGRAMA-PASSO
                MOVE 'REL-ARMARIOS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-DIA-SEMANA-HOJE EQUAL 1
                MOVE 'REL-PROJECAO-ESTOQUE' TO WS-PROGRAMA-PASSO
                MOVE 'REL-PROJECAO-ESTOQUE' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-COTAS' TO WS-PROGRAMA-PASSO
                MOVE 'REL-COTAS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-NAO-CONFORMIDADE' TO WS-PROGRAMA-PASSO
                MOVE 'REL-NAO-CONFORMIDADE' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-CUSTO-OS' TO WS-PROGRAMA-PASSO
                MOVE 'REL-CUSTO-OS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-LIVRO-ENTRADAS' TO WS-PROGRAMA-PASSO
                MOVE 'REL-LIVRO-ENTRADAS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'FECHA-CONSUMO-MES' TO WS-PROGRAMA-PASSO
                MOVE 'FECHA-CONSUMO-MES' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-PREVISAO-REAL' TO WS-PROGRAMA-PASSO
                MOVE 'REL-PREVISAO-REAL' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'PREVE-DEMANDA' TO WS-PROGRAMA-PASSO
                MOVE 'PREVE-DEMANDA' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-NIVEL-SERVICO' TO WS-PROGRAMA-PASSO
                MOVE 'REL-NIVEL-SERVICO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-EVOLUCAO-VALOR' TO WS-PROGRAMA-PASSO
                MOVE 'REL-EVOLUCAO-VALOR' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-CONFLITO-FUNCOES' TO WS-PROGRAMA-PASSO
                MOVE 'REL-CONFLITO-FUNCOES' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'REL-FORNEC-DUPLICADOS' TO WS-PROGRAMA-PASSO
                MOVE 'REL-FORNEC-DUPLICADOS' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'ARQUIVA-MENSAL' TO WS-PROGRAMA-PASSO
                MOVE 'ARQUIVA-MENSAL' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                MOVE 'EXPURGA-SPOOL' TO WS-PROGRAMA-PASSO
                MOVE 'EXPURGA-SPOOL' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'CONFERE-LIVRO' TO WS-PROGRAMA-PASSO
                MOVE 'CONFERE-LIVRO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'REL-ENTRADAS-DIA' TO WS-PROGRAMA-PASSO
                MOVE 'REL-ENTRADAS-DIA' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'EXPORTA-CATALOGO' TO WS-PROGRAMA-PASSO
                MOVE 'EXPORTA-CATALOGO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE 'BACKUP-GERACAO' TO WS-PROGRAMA-PASSO
                MOVE 'BACKUP-GERACAO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
            END-IF
            IF WS-CADEIA-OK EQUAL 'S' AND
               WS-HOJE-AAAAMM NOT EQUAL WS-AMANHA-AAAAMM
                SET ENVIRONMENT 'RESTAURA_MODO' TO 'TESTE'
                MOVE 'RESTAURA-GERACAO' TO WS-PROGRAMA-PASSO
                MOVE 'RESTAURA-GERACAO' TO WS-PROGRAMA-CHAMAR
                PERFORM 4800-EXECUTAR-PASSO
                SET ENVIRONMENT 'RESTAURA_MODO' TO SPACES
            END-IF.

       ENCERRAR-CADEIA.
                    REG-RESUMO
            END-IF
            WRITE REG-RESUMO
            PERFORM 0695-INSTANTE-AGORA
            COMPUTE WS-MIN-DURACAO ROUNDED =
                (WS-INSTANTE - WS-CADEIA-INICIO) / 60
            MOVE SPACES TO REG-RESUMO
            IF WS-CAD-QTD > ZERO
                COMPUTE WS-MIN-MEDIA ROUNDED =
                    WS-CAD-SOMA / WS-CAD-QTD / 60
                STRING 'DURACAO DA CADEIA:' WS-MIN-DURACAO
                    ' MIN (MEDIA RECENTE' WS-MIN-MEDIA ' MIN)'
                    DELIMITED BY SIZE INTO REG-RESUMO
            ELSE
                STRING 'DURACAO DA CADEIA:' WS-MIN-DURACAO
                    ' MIN' DELIMITED BY SIZE INTO REG-RESUMO
            END-IF
            WRITE REG-RESUMO
            CLOSE RESUMO-NOTURNO
            MOVE 'CADEIA-NOTURNA' TO WS-SPL-PROGRAMA
            MOVE 'C:\ARQUIVOS\resumo-noturno.txt' TO WS-SPL-ORIGEM
            PERFORM 9818-ARQUIVAR-RELATORIO

            PERFORM 0200-APAGAR-FECHAMENTO

            DISPLAY 'PASSOS EXECUTADOS: ' WS-PASSO
            DISPLAY 'PASSOS CONCLUIDOS SEM ERRO: ' WS-PASSOS-OK
            DISPLAY 'RESUMO GRAVADO: resumo-noturno.txt'
            MOVE 'CADEIA-NOTURNA' TO WS-RUN-PROGRAMA
            MOVE 'FIM' TO WS-RUN-EVENTO
            MOVE WS-PASSO TO WS-RUN-LIDOS
            MOVE WS-PASSOS-OK TO WS-RUN-GRAVADOS
            IF WS-CADEIA-OK EQUAL 'S'
                MOVE '00' TO WS-RUN-STATUS
            ELSE
                MOVE '99' TO WS-RUN-STATUS
            END-IF
            PERFORM 9850-GRAVAR-EXECUCAO
            STOP RUN.

      ****** QUAL DATA O RESTART DEVE CONFERIR? *************************
                END-IF
            END-IF.

      ****** PARAMETROS VIGENTES NA NOITE, NO TOPO DO RESUMO ************
       0500-LISTAR-PARAMETROS.
            OPEN INPUT PARAMETROS
            IF WS-FS-PAR NOT EQUAL ZEROS
                MOVE 'PARAMETROS: CADASTRO AUSENTE, VALEM OS PADROES'
                    TO REG-RESUMO
                WRITE REG-RESUMO
            ELSE
                MOVE 'PARAMETROS VIGENTES' TO REG-RESUMO
                WRITE REG-RESUMO
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ PARAMETROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 0510-LINHA-PARAMETRO
                   END-READ
                END-PERFORM
                CLOSE PARAMETROS
            END-IF
            MOVE SPACES TO REG-RESUMO
            WRITE REG-RESUMO.

      ****** VALOR DO ARQUIVO OU SOBREPOSTO PELO AMBIENTE ***************
       0510-LINHA-PARAMETRO.
            MOVE PAR-NOME TO RES-PAR-NOME
            MOVE SPACES TO RES-PAR-ORIGEM
            IF PAR-VALOR EQUAL SPACES
                MOVE '(PADRAO)' TO RES-PAR-VALOR
            ELSE
                MOVE PAR-VALOR TO RES-PAR-VALOR
            END-IF
            MOVE SPACES TO WS-PAR-AMBIENTE
            ACCEPT WS-PAR-AMBIENTE FROM ENVIRONMENT PAR-NOME
            IF WS-PAR-AMBIENTE NOT EQUAL SPACES
                MOVE WS-PAR-AMBIENTE TO WS-PAR-VALOR
                PERFORM 9955-VALIDAR-PARAMETRO
                IF WS-PAR-VALIDO EQUAL 'S'
                    MOVE WS-PAR-AMBIENTE TO RES-PAR-VALOR
                    STRING 'AMBIENTE (ARQUIVO: ' DELIMITED BY SIZE
                        PAR-VALOR DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO RES-PAR-ORIGEM
                    END-STRING
                ELSE
                    STRING 'AMBIENTE ' DELIMITED BY SIZE
                        WS-PAR-AMBIENTE DELIMITED BY SPACE
                        ' FORA DA FAIXA, IGNORADO' DELIMITED BY SIZE
                        INTO RES-PAR-ORIGEM
                    END-STRING
                END-IF
            END-IF
            WRITE REG-RESUMO FROM WS-LINHA-PARAMETRO.

      ****** MEDIAS DE DURACAO DAS NOITES RECENTES NO CONTROLE **********
       0600-CARREGAR-DURACOES.
            MOVE 'CADEIA_NOITES_MEDIA' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            IF WS-PAR-NUMERO > ZERO
                MOVE WS-PAR-NUMERO TO WS-NOITES-MEDIA
            END-IF
            MOVE 'CADEIA_EXCESSO_PCT' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            IF WS-PAR-NUMERO > ZERO
                MOVE WS-PAR-NUMERO TO WS-EXCESSO-PCT
            END-IF
            MOVE 'CADEIA_JANELA_FIM' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            IF WS-PAR-VALOR NOT EQUAL SPACES AND
               WS-PAR-NUMERO < 2400
                MOVE WS-PAR-NUMERO TO WS-JANELA-HHMM
            END-IF
            IF WS-JANELA-MM > 59
                DISPLAY 'CADEIA_JANELA_FIM ' WS-JANELA-HHMM
                    ' NAO E UMA HORA VALIDA, USANDO 0600'
                MOVE 600 TO WS-JANELA-HHMM
            END-IF
            COMPUTE WS-DATA-CORTE-MEDIA = FUNCTION DATE-OF-INTEGER(
                WS-HOJE-INTEIRO - WS-NOITES-MEDIA)
            INITIALIZE WS-DURACOES
            INITIALIZE WS-DUR-QTD
            INITIALIZE WS-CAD-ABERTA
            INITIALIZE WS-CAD-SOMA
            INITIALIZE WS-CAD-QTD
            OPEN INPUT CONTROLE-EXECUCAO
            IF WS-FS-RUN EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTROLE-EXECUCAO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RUN-DATA IS NUMERIC AND RUN-HORA IS NUMERIC
                           PERFORM 0610-EVENTO-DURACAO
                       END-IF
                   END-READ
                END-PERFORM
                CLOSE CONTROLE-EXECUCAO
            END-IF
            DISPLAY 'MEDIAS DE DURACAO DESDE ' WS-DATA-CORTE-MEDIA ': '
                WS-DUR-QTD ' PROGRAMAS, ' WS-CAD-QTD
                ' NOITES COMPLETAS DA CADEIA'.

      ****** UM REGISTRO DO CONTROLE: DA CADEIA OU DE UM PASSO **********
       0610-EVENTO-DURACAO.
            MOVE RUN-DATA TO WS-INST-DATA
            MOVE RUN-HORA TO WS-INST-HORA
            PERFORM 0690-CALCULAR-INSTANTE
            IF RUN-PROGRAMA EQUAL 'CADEIA-NOTURNA'
                PERFORM 0630-EVENTO-CADEIA
            ELSE
                MOVE RUN-PROGRAMA TO WS-DUR-BUSCA
                PERFORM 0640-LOCALIZAR-DURACAO
                IF WS-DUR-IND EQUAL ZERO AND
                   WS-DUR-QTD < WS-DUR-MAX
                    ADD 1 TO WS-DUR-QTD
                    MOVE WS-DUR-QTD TO WS-DUR-IND
                    MOVE RUN-PROGRAMA TO WS-DUR-PROGRAMA (WS-DUR-IND)
                END-IF
                IF WS-DUR-IND > ZERO
                    PERFORM 0620-EVENTO-PASSO
                END-IF
            END-IF.

      ****** INICIO ABRE O PASSO, FIM LIMPO SOMA A DURACAO **************
       0620-EVENTO-PASSO.
            IF RUN-EVENTO EQUAL 'INICIO'
                MOVE WS-INSTANTE TO WS-DUR-ABERTO (WS-DUR-IND)
                MOVE RUN-DATA TO WS-DUR-DATA-ABERTO (WS-DUR-IND)
            END-IF
            IF RUN-EVENTO EQUAL 'FIM' AND
               WS-DUR-ABERTO (WS-DUR-IND) > ZERO
                IF RUN-FILE-STATUS EQUAL '00' AND
                   WS-DUR-DATA-ABERTO (WS-DUR-IND) NOT <
                   WS-DATA-CORTE-MEDIA AND
                   WS-INSTANTE NOT < WS-DUR-ABERTO (WS-DUR-IND)
                    COMPUTE WS-DUR-SOMA (WS-DUR-IND) =
                        WS-DUR-SOMA (WS-DUR-IND) + WS-INSTANTE -
                        WS-DUR-ABERTO (WS-DUR-IND)
                    ADD 1 TO WS-DUR-EXECUCOES (WS-DUR-IND)
                END-IF
                IF WS-CAD-ABERTA > ZERO AND
                   RUN-FILE-STATUS EQUAL '00'
                    MOVE WS-INSTANTE TO WS-DUR-PENDENTE (WS-DUR-IND)
                END-IF
                MOVE ZERO TO WS-DUR-ABERTO (WS-DUR-IND)
            END-IF.

      ****** FIM LIMPO DA CADEIA: QUANTO FALTAVA APOS CADA PASSO ********
       0630-EVENTO-CADEIA.
            IF RUN-EVENTO EQUAL 'INICIO'
                MOVE WS-INSTANTE TO WS-CAD-ABERTA
                MOVE RUN-DATA TO WS-CAD-DATA-ABERTA
                PERFORM VARYING WS-DUR-VARRE FROM 1 BY 1
                    UNTIL WS-DUR-VARRE > WS-DUR-QTD
                    MOVE ZERO TO WS-DUR-PENDENTE (WS-DUR-VARRE)
                END-PERFORM
            END-IF
            IF RUN-EVENTO EQUAL 'FIM' AND WS-CAD-ABERTA > ZERO
                IF RUN-FILE-STATUS EQUAL '00' AND
                   WS-CAD-DATA-ABERTA NOT < WS-DATA-CORTE-MEDIA AND
                   WS-INSTANTE NOT < WS-CAD-ABERTA
                    COMPUTE WS-CAD-SOMA =
                        WS-CAD-SOMA + WS-INSTANTE - WS-CAD-ABERTA
                    ADD 1 TO WS-CAD-QTD
                    PERFORM VARYING WS-DUR-VARRE FROM 1 BY 1
                        UNTIL WS-DUR-VARRE > WS-DUR-QTD
                        IF WS-DUR-PENDENTE (WS-DUR-VARRE) > ZERO AND
                           WS-INSTANTE NOT <
                           WS-DUR-PENDENTE (WS-DUR-VARRE)
                            COMPUTE WS-DUR-SOMA-RESTANTE
                                (WS-DUR-VARRE) =
                                WS-DUR-SOMA-RESTANTE (WS-DUR-VARRE) +
                                WS-INSTANTE -
                                WS-DUR-PENDENTE (WS-DUR-VARRE)
                            ADD 1 TO WS-DUR-QTD-RESTANTE (WS-DUR-VARRE)
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM VARYING WS-DUR-VARRE FROM 1 BY 1
                    UNTIL WS-DUR-VARRE > WS-DUR-QTD
                    MOVE ZERO TO WS-DUR-PENDENTE (WS-DUR-VARRE)
                END-PERFORM
                MOVE ZERO TO WS-CAD-ABERTA
            END-IF.

      ****** POSICAO DO PROGRAMA WS-DUR-BUSCA NA TABELA (0 = AUSENTE) ***
       0640-LOCALIZAR-DURACAO.
            MOVE ZERO TO WS-DUR-IND
            PERFORM VARYING WS-DUR-VARRE FROM 1 BY 1
                UNTIL WS-DUR-VARRE > WS-DUR-QTD OR
                      WS-DUR-IND > ZERO
                IF WS-DUR-PROGRAMA (WS-DUR-VARRE) EQUAL WS-DUR-BUSCA
                    MOVE WS-DUR-VARRE TO WS-DUR-IND
                END-IF
            END-PERFORM.

      ****** DATA E HORA EM SEGUNDOS CORRIDOS ***************************
       0690-CALCULAR-INSTANTE.
            COMPUTE WS-INSTANTE =
                FUNCTION INTEGER-OF-DATE(WS-INST-DATA) * 86400 +
                WS-INST-HH * 3600 + WS-INST-MM * 60 + WS-INST-SS.

       0695-INSTANTE-AGORA.
            ACCEPT WS-INST-DATA FROM DATE YYYYMMDD
            ACCEPT WS-INST-HORA FROM TIME
            PERFORM 0690-CALCULAR-INSTANTE.

      ****** INICIO DA CADEIA NO CONTROLE E FECHAMENTO DA JANELA ********
       0700-ABRIR-CRONOMETRO.
            MOVE 'CADEIA-NOTURNA' TO WS-RUN-PROGRAMA
            MOVE 'INICIO' TO WS-RUN-EVENTO
            INITIALIZE WS-RUN-LIDOS
            INITIALIZE WS-RUN-GRAVADOS
            MOVE '00' TO WS-RUN-STATUS
            PERFORM 9850-GRAVAR-EXECUCAO
            PERFORM 0695-INSTANTE-AGORA
            MOVE WS-INSTANTE TO WS-CADEIA-INICIO
            COMPUTE WS-JANELA-FIM = WS-INSTANTE -
                WS-INST-HH * 3600 - WS-INST-MM * 60 - WS-INST-SS +
                WS-JANELA-HH * 3600 + WS-JANELA-MM * 60
            IF WS-JANELA-FIM NOT > WS-INSTANTE
                ADD 86400 TO WS-JANELA-FIM
            END-IF
            MOVE WS-JANELA-HH TO WS-FEC-HH
            MOVE WS-JANELA-MM TO WS-FEC-MM
            IF WS-MODO-RESTART EQUAL 'N' AND WS-CAD-QTD > ZERO
                COMPUTE WS-PREVISAO =
                    WS-INSTANTE + WS-CAD-SOMA / WS-CAD-QTD
                PERFORM 5600-CONFERIR-JANELA
            END-IF.

      ****** UM PASSO DA AGENDA: FREQUENCIA, PARAMETRO E EXECUCAO *******
       4700-EXECUTAR-AGENDADO.
            MOVE AGE-PROGRAMA TO WS-PROGRAMA-PASSO
            IF WS-JA-FEITO EQUAL 'S'
                PERFORM 5200-MARCAR-JA-FEITO
            ELSE
                PERFORM 0695-INSTANTE-AGORA
                MOVE WS-INSTANTE TO WS-PASSO-INICIO
                CALL WS-PROGRAMA-CHAMAR
                PERFORM 5000-CONFERIR-PASSO
                IF WS-CADEIA-OK EQUAL 'S'
                    PERFORM 5500-CONFERIR-DURACAO
                END-IF
            END-IF.

      ****** O PASSO JA TEM FIM LIMPO NA DATA? **************************
            MOVE WS-PROGRAMA-PASSO TO WS-ALR-CHAVE
            PERFORM 9870-GRAVAR-ALERTA.

      ****** DURACAO DO PASSO CONTRA A MEDIA E PREVISAO DO FIM **********
       5500-CONFERIR-DURACAO.
            PERFORM 0695-INSTANTE-AGORA
            COMPUTE WS-PASSO-DURACAO = WS-INSTANTE - WS-PASSO-INICIO
            MOVE WS-PROGRAMA-PASSO TO WS-DUR-BUSCA
            PERFORM 0640-LOCALIZAR-DURACAO
            IF WS-DUR-IND > ZERO
                IF WS-DUR-EXECUCOES (WS-DUR-IND) > ZERO
                    PERFORM 5510-CONFERIR-EXCESSO
                END-IF
                IF WS-DUR-QTD-RESTANTE (WS-DUR-IND) > ZERO
                    COMPUTE WS-PREVISAO = WS-INSTANTE +
                        WS-DUR-SOMA-RESTANTE (WS-DUR-IND) /
                        WS-DUR-QTD-RESTANTE (WS-DUR-IND)
                    PERFORM 5600-CONFERIR-JANELA
                END-IF
            END-IF.

      ****** PASSO ACIMA DA MEDIA RECENTE MAIS A MARGEM: AVISO **********
       5510-CONFERIR-EXCESSO.
            COMPUTE WS-PASSO-MEDIA = WS-DUR-SOMA (WS-DUR-IND) /
                WS-DUR-EXECUCOES (WS-DUR-IND)
            COMPUTE WS-PASSO-LIMITE =
                WS-PASSO-MEDIA * (100 + WS-EXCESSO-PCT) / 100
            IF WS-PASSO-DURACAO > WS-PASSO-LIMITE AND
               WS-PASSO-DURACAO - WS-PASSO-MEDIA NOT < 60
                COMPUTE WS-MIN-DURACAO ROUNDED = WS-PASSO-DURACAO / 60
                COMPUTE WS-MIN-MEDIA ROUNDED = WS-PASSO-MEDIA / 60
                IF WS-PASSO-MEDIA > ZERO AND
                   WS-PASSO-DURACAO < WS-PASSO-MEDIA * 1000
                    COMPUTE WS-PCT-EXCESSO =
                        (WS-PASSO-DURACAO - WS-PASSO-MEDIA) * 100 /
                        WS-PASSO-MEDIA
                ELSE
                    MOVE 99999 TO WS-PCT-EXCESSO
                END-IF
                MOVE WS-PCT-EXCESSO TO WS-PCT-MOSTRA
                DISPLAY 'PASSO ' WS-PROGRAMA-PASSO ' DUROU '
                    WS-MIN-DURACAO ' MIN, MEDIA RECENTE '
                    WS-MIN-MEDIA ' MIN'
                MOVE 'AVISO' TO WS-ALR-SEVERIDADE
                MOVE 'CADEIA-NOTURNA' TO WS-ALR-PROGRAMA
                MOVE WS-PROGRAMA-PASSO TO WS-ALR-CHAVE
                MOVE SPACES TO WS-ALR-MENSAGEM
                STRING 'LENTO:' WS-MIN-DURACAO ' MIN, MEDIA'
                    WS-MIN-MEDIA ' MIN, +' WS-PCT-MOSTRA '%'
                    DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
                PERFORM 9870-GRAVAR-ALERTA
                MOVE SPACES TO REG-RESUMO
                STRING '  LENTO: DUROU' WS-MIN-DURACAO
                    ' MIN, MEDIA RECENTE' WS-MIN-MEDIA ' MIN (+'
                    WS-PCT-MOSTRA '%)' DELIMITED BY SIZE
                    INTO REG-RESUMO
                WRITE REG-RESUMO
            END-IF.

      ****** FIM PREVISTO DA CADEIA ALEM DA JANELA: CRITICO *************
       5600-CONFERIR-JANELA.
            IF WS-JANELA-ALERTADA EQUAL 'N' AND
               WS-PREVISAO > WS-JANELA-FIM
                MOVE 'S' TO WS-JANELA-ALERTADA
                COMPUTE WS-SEG-DIA = FUNCTION MOD(WS-PREVISAO, 86400)
                COMPUTE WS-PRV-HH = WS-SEG-DIA / 3600
                COMPUTE WS-PRV-MM =
                    FUNCTION MOD(WS-SEG-DIA, 3600) / 60
                DISPLAY 'FIM PREVISTO DA CADEIA AS ' WS-PREVISTA-MOSTRA
                    ', APOS O FECHAMENTO DA JANELA AS '
                    WS-FECHA-MOSTRA
                MOVE 'CRITICO' TO WS-ALR-SEVERIDADE
                MOVE 'CADEIA-NOTURNA' TO WS-ALR-PROGRAMA
                MOVE 'JANELA DO LOTE' TO WS-ALR-CHAVE
                MOVE SPACES TO WS-ALR-MENSAGEM
                STRING 'FIM PREVISTO AS ' WS-PREVISTA-MOSTRA
                    ', JANELA FECHA AS ' WS-FECHA-MOSTRA
                    DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
                PERFORM 9870-GRAVAR-ALERTA
                MOVE SPACES TO REG-RESUMO
                STRING '  JANELA: FIM PREVISTO AS ' WS-PREVISTA-MOSTRA
                    ', DEPOIS DO FECHAMENTO DA JANELA AS '
                    WS-FECHA-MOSTRA DELIMITED BY SIZE
                    INTO REG-RESUMO
                WRITE REG-RESUMO
            END-IF.

      ****** PASSO DE RELATORIO SEM PARAMETRO NO AMBIENTE ***************
       5100-PULAR-SEM-PARAMETRO.
            MOVE WS-PROGRAMA-PASSO TO RES-PROGRAMA
            WRITE REG-RESUMO FROM WS-LINHA-PASSO.
           COPY DIAUTIL.
           COPY ALRGRV.
           COPY PARLER.
           COPY SPLGRV.
           COPY RUNGRV.
       END PROGRAM CADEIA-NOTURNA.
