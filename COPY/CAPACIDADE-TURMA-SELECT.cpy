      *--------------------------------------------------------------*
      *    CAPACIDADE DE VAGAS POR TURMA (VER CAPACIDADE-TURMA-FD.cpy
      *    E CAPACIDADE-TURMA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT CAPACIDADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAPACIDADES.
