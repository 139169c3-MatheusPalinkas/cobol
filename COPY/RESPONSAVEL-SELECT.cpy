      *--------------------------------------------------------------*
      *    RESPONSAVEIS FINANCEIROS DOS ALUNOS (VER RESPONSAVEL-FD.cpy
      *    E RESPONSAVEL-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT RESPONSAVEIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESPONSAVEIS.
