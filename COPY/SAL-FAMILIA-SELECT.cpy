      *--------------------------------------------------------------*
      *    PARAMETROS DO SALARIO-FAMILIA COMPARTILHADOS PELOS
      *    PROGRAMAS DA FOLHA (VER SAL-FAMILIA-FD.cpy E
      *    SAL-FAMILIA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT SAL-FAMILIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SAL-FAMILIA.
