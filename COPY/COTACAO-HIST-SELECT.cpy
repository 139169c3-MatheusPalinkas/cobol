      *--------------------------------------------------------------*
      *    HISTORICO DE COTACOES COMPARTILHADO PELOS PROGRAMAS DE
      *    BOLSA (VER COTACAO-HIST-FD.cpy E COTACAO-HIST-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT COTACAO-HIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CHAVE
           FILE STATUS IS WS-STATUS-COTACAO-HIST.
