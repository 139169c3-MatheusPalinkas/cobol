      *--------------------------------------------------------------*
      *    ADESOES AO PLANO DE SAUDE COMPARTILHADAS PELOS PROGRAMAS DA
      *    FOLHA (VER ADESAO-PLANO-FD.cpy E ADESAO-PLANO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT ADESAO-PLANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ADESAO-PLANO.
