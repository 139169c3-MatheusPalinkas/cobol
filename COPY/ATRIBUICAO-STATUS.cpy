      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS ATRIBUICOES (VER ATRIBUICAO-FD.cpy E
      *    ATRIBUICAO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-ATRIBUICOES        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ATRIBUICOES     PIC X(02)             VALUE SPACES.
           88 FLAG-ATRIBUICOES-SUCESSO       VALUE "00".
           88 FLAG-ATRIBUICOES-EOF           VALUE "10".
           88 FLAG-ATRIBUICOES-NAO-CRIADO    VALUE "35".
