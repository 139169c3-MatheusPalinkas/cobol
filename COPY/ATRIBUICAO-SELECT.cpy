      *--------------------------------------------------------------*
      *    ATRIBUICOES DE AULAS AOS PROFESSORES (VER
      *    ATRIBUICAO-FD.cpy E ATRIBUICAO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT ATRIBUICOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ATRIBUICOES.
