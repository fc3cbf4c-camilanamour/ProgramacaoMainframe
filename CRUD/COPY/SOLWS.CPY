      ******************************************************************
      * Copybook: SOLWS
      * Purpose:  WORKING-STORAGE holders for a solicitacao de
      *           alteracao sensivel (SOLGRV). MOVE o campo (F/M/S)
      *           para WS-SOL-CAMPO e PERFORM 9880-CONFERIR-CAMPO-
      *           SENSIVEL: WS-SOL-SENSIVEL volta 'S' quando o campo
      *           esta na lista APROVACAO_CAMPOS (padrao FMS, '-' =
      *           nenhum). Para registrar, preencha tambem produto,
      *           antes, depois, solicitante e origem e PERFORM
      *           9885-GRAVAR-SOLICITACAO.
      ******************************************************************
       77 WS-FS-SOL            PIC 99.
       77 WS-SOL-CAMPOS        PIC X(10).
       77 WS-SOL-CAMPO         PIC X(01).
       77 WS-SOL-SENSIVEL      PIC X(01).
       77 WS-SOL-OCORRENCIAS   PIC 9(02).
       77 WS-SOL-PRODUTO       PIC 9(06).
       77 WS-SOL-SOLICITANTE   PIC X(20).
       77 WS-SOL-ORIGEM        PIC X(20).
       01 WS-SOL-ANTES         PIC X(09).
       01 WS-SOL-ANTES-NUM REDEFINES WS-SOL-ANTES
                               PIC 9(09).
       01 WS-SOL-DEPOIS        PIC X(09).
       01 WS-SOL-DEPOIS-NUM REDEFINES WS-SOL-DEPOIS
                               PIC 9(09).
