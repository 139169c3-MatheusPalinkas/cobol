      *--------------------------------------------------------------*
      *    TITULOS A RECEBER DAS VENDAS A PRAZO (VER RECEBER-FD.cpy E
      *    RECEBER-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT RECEBER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEBER.
