      *--------------------------------------------------------------*
      *    COBRANCAS DE MENSALIDADE (VER MENSALIDADE-FD.cpy E
      *    MENSALIDADE-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT MENSALIDADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MENSALIDADES.
