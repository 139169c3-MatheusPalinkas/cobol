      *--------------------------------------------------------------*
      *    COMPOSICAO DOS KITS COMPARTILHADA PELOS PROGRAMAS DE
      *    PRODUTO (VER KIT-FD.cpy E KIT-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT KITS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-KITS.
