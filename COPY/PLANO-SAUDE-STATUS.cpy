      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CATALOGO DE PLANOS DE SAUDE (VER
      *    PLANO-SAUDE-FD.cpy E PLANO-SAUDE-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PLANO-SAUDE        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PLANO-SAUDE     PIC X(02)             VALUE SPACES.
           88 FLAG-PLANO-SAUDE-SUCESSO       VALUE "00".
           88 FLAG-PLANO-SAUDE-EOF           VALUE "10".
           88 FLAG-PLANO-SAUDE-NAO-CRIADO    VALUE "35".
