      *--------------------------------------------------------------*
      *    RECEITA DAS VENDAS COMPARTILHADA PELOS PROGRAMAS QUE LEEM
      *    vendas.dat (VER VENDA-FD.cpy E VENDA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDAS.
