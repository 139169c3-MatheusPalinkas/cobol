      *--------------------------------------------------------------*
      *    FORMAS DE PAGAMENTO DAS VENDAS COMPARTILHADAS PELA ENTRADA
      *    DE VENDAS E PELO FECHAMENTO DE CAIXA (VER
      *    PAGTO-VENDA-FD.cpy E PAGTO-VENDA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT PAGTOS-VENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGTOS-VENDA.
