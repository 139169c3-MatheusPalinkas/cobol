      *--------------------------------------------------------------*
      *    CADASTRO DE DESCONTOS POR MATRICULA (VER DESCONTO-FD.cpy E
      *    DESCONTO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT DESCONTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESCONTOS.
