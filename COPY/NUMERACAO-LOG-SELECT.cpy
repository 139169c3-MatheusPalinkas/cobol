      *--------------------------------------------------------------*
      *    HISTORICO DA NUMERACAO DE DOCUMENTOS (VER
      *    NUMERACAO-LOG-FD.cpy E NUMERACAO-LOG-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT NUMERACAO-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NUMERACAO-LOG.
