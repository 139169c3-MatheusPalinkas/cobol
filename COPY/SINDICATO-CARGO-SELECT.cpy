      *--------------------------------------------------------------*
      *    SINDICATO DE CADA CARGO (VER SINDICATO-CARGO-FD.cpy E
      *    SINDICATO-CARGO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT SINDICATO-CARGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SINDICATO-CARGOS.
