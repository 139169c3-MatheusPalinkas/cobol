      *--------------------------------------------------------------*
      *    AUTORIZACOES PREVIAS DE HORA EXTRA (VER HE-AUTORIZ-FD.cpy
      *    E HE-AUTORIZ-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT AUTORIZACOES-HE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUTORIZACOES-HE.
