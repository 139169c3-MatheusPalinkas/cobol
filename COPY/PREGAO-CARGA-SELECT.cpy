      *--------------------------------------------------------------*
      *    PREGOES CARREGADOS NO HISTORICO DE COTACOES (VER
      *    PREGAO-CARGA-FD.cpy E PREGAO-CARGA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PREGAO-CARGA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-DATA
           FILE STATUS IS WS-STATUS-PREGAO-CARGA.
