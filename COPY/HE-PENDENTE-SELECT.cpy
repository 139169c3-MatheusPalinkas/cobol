      *--------------------------------------------------------------*
      *    HORAS EXTRAS RETIDAS AGUARDANDO APROVACAO (VER
      *    HE-PENDENTE-FD.cpy E HE-PENDENTE-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PENDENTES-HE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES-HE.
