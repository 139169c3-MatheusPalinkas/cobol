      *--------------------------------------------------------------*
      *    PROMOCOES COM PRAZO DE VALIDADE (VER PROMOCAO-FD.cpy E
      *    PROMOCAO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PROMOCOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROMOCOES.
