      *--------------------------------------------------------------*
      *    COPARTICIPACAO DO PLANO DE SAUDE COMPARTILHADA PELOS
      *    PROGRAMAS DA FOLHA (VER COPART-FD.cpy E COPART-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT COPART ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-COPART.
