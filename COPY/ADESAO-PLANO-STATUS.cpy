      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS ADESOES AO PLANO DE SAUDE (VER
      *    ADESAO-PLANO-FD.cpy E ADESAO-PLANO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-ADESAO-PLANO       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ADESAO-PLANO    PIC X(02)             VALUE SPACES.
           88 FLAG-ADESAO-PLANO-SUCESSO      VALUE "00".
           88 FLAG-ADESAO-PLANO-EOF          VALUE "10".
           88 FLAG-ADESAO-PLANO-NAO-CRIADO   VALUE "35".
