      *--------------------------------------------------------------*
      *    FECHAMENTOS DE CAIXA POR OPERADOR E DIA (VER CAIXA-FD.cpy
      *    E CAIXA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT CAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAIXA.
