      *--------------------------------------------------------------*
      *    CADASTRO DE AUTONOMOS COMPARTILHADO PELOS PROGRAMAS DA
      *    FOLHA (VER AUTONOMO-FD.cpy E AUTONOMO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT AUTONOMOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUTONOMOS.
