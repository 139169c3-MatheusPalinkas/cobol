      *--------------------------------------------------------------*
      *    RECIBOS DE PAGAMENTO A AUTONOMO COMPARTILHADOS PELOS
      *    PROGRAMAS DA FOLHA (VER RPA-FD.cpy E RPA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT RPAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RPAS.
