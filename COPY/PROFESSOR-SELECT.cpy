      *--------------------------------------------------------------*
      *    CADASTRO DE PROFESSORES DA ESCOLA (VER PROFESSOR-FD.cpy E
      *    PROFESSOR-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PROFESSORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROFESSORES.
