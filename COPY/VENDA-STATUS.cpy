      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA RECEITA DAS VENDAS (VER VENDA-FD.cpy E
      *    VENDA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-VENDAS             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-VENDAS          PIC X(02)             VALUE SPACES.
           88 FLAG-VENDAS-SUCESSO            VALUE "00".
           88 FLAG-VENDAS-EOF                VALUE "10".
           88 FLAG-VENDAS-NAO-CRIADO         VALUE "35".
