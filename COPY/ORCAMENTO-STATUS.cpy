      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO ORCAMENTO DE PESSOAL (VER
      *    ORCAMENTO-FD.cpy E ORCAMENTO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-ORCAMENTOS         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ORCAMENTOS      PIC X(02)             VALUE SPACES.
           88 FLAG-ORCAMENTOS-SUCESSO        VALUE "00".
           88 FLAG-ORCAMENTOS-EOF            VALUE "10".
           88 FLAG-ORCAMENTOS-NAO-CRIADO     VALUE "35".
