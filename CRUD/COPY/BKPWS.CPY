      ******************************************************************
      * Copybook: BKPWS
      * Purpose:  WORKING-STORAGE holders for o backup por geracao
      *           (BKPGRV). WS-BKP-CATALOGO lista os arquivos do
      *           conjunto, com a organizacao (I = indexado, copiado
      *           pela chave primaria com o FD do proprio arquivo;
      *           S = sequencial, copiado linha a linha por
      *           BACKUP-ARQUIVO); arquivo novo no sistema entra aqui.
      *           WS-BKP-GERACAO e a data da geracao, WS-BKP-DIRETORIO
      *           o diretorio dos arquivos vivos (producao ou o
      *           diretorio de teste da restauracao). A contagem e o
      *           total de controle do que foi lido do arquivo vivo
      *           ficam em WS-BKP-REGISTROS/WS-BKP-TOTAL; os da copia,
      *           em WS-BKP-COPIA-REGS/WS-BKP-COPIA-TOTAL.
      ******************************************************************
       77 WS-FS-BKC            PIC 99.
       77 WS-FS-BKA            PIC 99.
       77 WS-FS-BKM            PIC 99.
       77 WS-FS-BKG            PIC 99.
       77 WS-BKP-COPIA         PIC X(100).
       77 WS-BKP-ARQUIVO       PIC X(100).
       77 WS-BKP-MANIFESTO     PIC X(100).
       77 WS-BKP-DIRETORIO     PIC X(60)
              VALUE 'C:\ARQUIVOS\'.
       77 WS-BKP-GERACAO       PIC 9(08).
       77 WS-BKP-IND           PIC 9(03).
       77 WS-BKP-EOF           PIC 9(01).
       77 WS-BKP-REGISTRO      PIC X(400).
       77 WS-BKP-TAMANHO       PIC 9(03).
       77 WS-BKP-POS           PIC 9(03).
       77 WS-BKP-SOMA-REG      PIC 9(09).
       77 WS-BKP-REGISTROS     PIC 9(09).
       77 WS-BKP-TOTAL         PIC 9(18).
       77 WS-BKP-COPIA-REGS    PIC 9(09).
       77 WS-BKP-COPIA-TOTAL   PIC 9(18).
       77 WS-BKP-FS-ERRO       PIC XX.
       77 WS-BKP-QTD-ARQUIVOS  PIC 9(03) VALUE 69.

       01 WS-BKP-CATALOGO.
           03 FILLER               PIC X(31)
              VALUE 'Iprodutos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ifornecedores.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ipedidos-compra.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ilotes-produto.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ireservas.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iseries-produto.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iusuarios.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iparametros.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icontrole-numeracao.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Inotas-entrada.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ititulos-pagar.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Irequisicoes.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icategorias.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iregistro-entradas.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icambio.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icontratos-fornecedor.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iconsignacao.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Imovimento-consignado.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iemprestimos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icotas-consumo.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Isubstitutos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iperigosos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icalibracoes.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Inao-conformidades.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Idefeitos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iarmarios-par.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Imateriais-os.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iorcamentos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icompromissos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ientradas-custo.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Irateio-custo.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ifaturas-linhas.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Idebitos-fornecedor.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iinspecoes.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Idestinos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ibackorders.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ifornecedores-produto.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iconsumo-mensal.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iprevisao-demanda.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iprodutos-hist.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Isolicitacoes-alteracao.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ispool-indice.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iperiodos-fechados.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icontrole-liberacao.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iprecos-futuros.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Icomponentes-kit.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ilimites-classe.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iaguarda-orcamento.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ifechamento-diario.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Iprodutos-backup.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Ifornecedores-backup.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Smovimento-estoque.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Smovimento-lote.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Smovimento-mes.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Spreco-hist.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sprodutos-log.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Serro-diario.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Scontrole-execucao.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Scontrole-diario.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sacessos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Salertas.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sferiados.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sregras-conflito.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sfaturas-aprovadas.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Savisos-rnc.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Stransmissao-pedidos.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sexcessos-cota.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Snumeracao-emitida.txt'.
           03 FILLER               PIC X(31)
              VALUE 'Sselos-diarios.txt'.
       01 WS-BKP-CATALOGO-T REDEFINES WS-BKP-CATALOGO.
           03 WS-BKP-ENTRADA       OCCURS 69 TIMES.
               05 WS-BKP-ORGANIZACAO PIC X(01).
               05 WS-BKP-NOME      PIC X(30).
