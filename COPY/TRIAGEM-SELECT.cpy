      *--------------------------------------------------------------*
      *    CONTROLE DA TRIAGEM DA REMESSA BANCARIA COMPARTILHADO POR
      *    TP08-TRIAGEM E TP08-REMESSA (VER TRIAGEM-FD.cpy E
      *    TRIAGEM-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT TRIAGENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRIAGENS.
