      *--------------------------------------------------------------*
      *    LIBERACOES DE VENDA ABAIXO DO CUSTO (VER
      *    LIBERACAO-PRECO-FD.cpy E LIBERACAO-PRECO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT LIBERACOES-PRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIBERACOES.
