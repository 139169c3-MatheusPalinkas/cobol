      *--------------------------------------------------------------*
      *    REGISTRO DE PERDAS DE ESTOQUE (VER PERDA-FD.cpy E
      *    PERDA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PERDAS-ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.
