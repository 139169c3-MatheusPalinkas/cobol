      *--------------------------------------------------------------*
      *    TRAJETOS DE VALE-TRANSPORTE COMPARTILHADOS PELOS PROGRAMAS
      *    DA FOLHA (VER VALE-TRANSP-FD.cpy E VALE-TRANSP-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT VALE-TRANSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VALE-TRANSP.
