      *--------------------------------------------------------------*
      *    BATIDAS DO RELOGIO DE PONTO COMPARTILHADAS PELOS PROGRAMAS
      *    DA FOLHA (VER BATIDA-FD.cpy E BATIDA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT BATIDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-BATIDAS.
