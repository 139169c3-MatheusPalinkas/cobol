      *--------------------------------------------------------------*
      *    POLITICA DE MARKUP POR SETOR (VER POLITICA-PRECO-FD.cpy E
      *    POLITICA-PRECO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT POLITICAS-PRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-POLITICAS.
