      *--------------------------------------------------------------*
      *    SALDOS POR LOTE E VALIDADE COMPARTILHADOS PELOS PROGRAMAS
      *    DE PRODUTO (VER LOTE-FD.cpy E LOTE-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOTES.
