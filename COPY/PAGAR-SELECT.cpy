      *--------------------------------------------------------------*
      *    TITULOS A PAGAR AOS FORNECEDORES (VER PAGAR-FD.cpy E
      *    PAGAR-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAR.
