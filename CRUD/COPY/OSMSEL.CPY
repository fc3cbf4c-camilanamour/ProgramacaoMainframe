      ******************************************************************
      * Copybook: OSMSEL
      * Purpose:  FILE-CONTROL entry for MATERIAIS-OS, o material
      *           planejado das ordens de servico da manutencao: um
      *           registro por ordem e produto, carregado do arquivo
      *           do sistema de manutencao (CARGA-ORDENS-SERVICO), com
      *           a reserva criada para ele em RESERVAS. Chave ordem +
      *           produto.
      ******************************************************************
           SELECT MATERIAIS-OS ASSIGN TO
           'C:\ARQUIVOS\materiais-os.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OSM-CHAVE
           FILE STATUS IS WS-FS-OSM.
