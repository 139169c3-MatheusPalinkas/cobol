      *--------------------------------------------------------------*
      *    CATALOGO DE PLANOS DE SAUDE COMPARTILHADO PELOS PROGRAMAS
      *    DA FOLHA (VER PLANO-SAUDE-FD.cpy E PLANO-SAUDE-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PLANO-SAUDE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO-SAUDE.
