      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS LIBERACOES DE PRECO (VER
      *    LIBERACAO-PRECO-FD.cpy E LIBERACAO-PRECO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-LIBERACOES         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-LIBERACOES      PIC X(02)             VALUE SPACES.
           88 FLAG-LIBERACOES-SUCESSO        VALUE "00".
           88 FLAG-LIBERACOES-EOF            VALUE "10".
           88 FLAG-LIBERACOES-NAO-CRIADO     VALUE "35".
