      *--------------------------------------------------------------*
      *    CONTADORES DA NUMERACAO DE DOCUMENTOS, MANTIDOS PELO
      *    SERVICO TP05-NUMERADOR (VER NUMERACAO-FD.cpy E
      *    NUMERACAO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT NUMERACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NUMERACAO.
