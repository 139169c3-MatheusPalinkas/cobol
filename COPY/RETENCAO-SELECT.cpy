      *--------------------------------------------------------------*
      *    POLITICA DE RETENCAO DE DADOS PESSOAIS (VER
      *    RETENCAO-FD.cpy E RETENCAO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT RETENCAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETENCAO.
