      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS FORMAS DE PAGAMENTO DAS VENDAS (VER
      *    PAGTO-VENDA-FD.cpy E PAGTO-VENDA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PAGTOS-VENDA       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PAGTOS-VENDA    PIC X(02)             VALUE SPACES.
           88 FLAG-PAGTOS-VENDA-SUCESSO      VALUE "00".
           88 FLAG-PAGTOS-VENDA-EOF          VALUE "10".
           88 FLAG-PAGTOS-VENDA-NAO-CRIADO   VALUE "35".
