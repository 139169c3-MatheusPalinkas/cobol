      *--------------------------------------------------------------*
      *    HISTORICO DE MOVIMENTACOES FUNCIONAIS (VER
      *    MOVIMENTACAO-FD.cpy E MOVIMENTACAO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT MOVIMENTACOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTACOES.
