      *--------------------------------------------------------------*
      *    SOLICITACOES DE MATRICULA E REMATRICULA (VER
      *    MATRICULA-FD.cpy E MATRICULA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT MATRICULAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MATRICULAS.
