      *--------------------------------------------------------------*
      *    GRADE HORARIA SEMANAL DAS TURMAS (VER GRADE-HORARIA-FD.cpy
      *    E GRADE-HORARIA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT GRADE-HORARIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-GRADE-HORARIA.
