      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA POLITICA DE RETENCAO (VER
      *    RETENCAO-FD.cpy E RETENCAO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-RETENCAO           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RETENCAO        PIC X(02)             VALUE SPACES.
           88 FLAG-RETENCAO-SUCESSO          VALUE "00".
           88 FLAG-RETENCAO-EOF              VALUE "10".
           88 FLAG-RETENCAO-NAO-CRIADO       VALUE "35".
