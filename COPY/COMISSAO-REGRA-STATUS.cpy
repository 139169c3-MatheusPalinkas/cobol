      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS REGRAS DE COMISSAO (VER
      *    COMISSAO-REGRA-FD.cpy E COMISSAO-REGRA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-COMISSAO-REGRAS    PIC X(60)             VALUE SPACES.
       77 WS-STATUS-COMISSAO-REGRAS PIC X(02)             VALUE SPACES.
           88 FLAG-COMISSAO-REGRAS-SUCESSO   VALUE "00".
           88 FLAG-COMISSAO-REGRAS-EOF       VALUE "10".
           88 FLAG-COMISSAO-REGRAS-NAO-CRIADO VALUE "35".
