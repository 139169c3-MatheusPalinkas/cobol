      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS MOVIMENTACOES FUNCIONAIS (VER
      *    MOVIMENTACAO-FD.cpy E MOVIMENTACAO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-MOVIMENTACOES      PIC X(60)             VALUE SPACES.
       77 WS-STATUS-MOVIMENTACOES   PIC X(02)             VALUE SPACES.
           88 FLAG-MOVIMENTACOES-SUCESSO     VALUE "00".
           88 FLAG-MOVIMENTACOES-EOF         VALUE "10".
           88 FLAG-MOVIMENTACOES-NAO-CRIADO  VALUE "35".
