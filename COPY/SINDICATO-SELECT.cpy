      *--------------------------------------------------------------*
      *    CADASTRO DE SINDICATOS (VER SINDICATO-FD.cpy E
      *    SINDICATO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT SINDICATOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SINDICATOS.
