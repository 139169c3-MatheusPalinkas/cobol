      *--------------------------------------------------------------*
      *    GRUPOS FISCAIS DE PRODUTO (VER GRUPO-FISCAL-FD.cpy E
      *    GRUPO-FISCAL-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT GRUPOS-FISCAIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-GRUPOS.
