      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS BATIDAS DO PONTO (VER BATIDA-FD.cpy E
      *    BATIDA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-BATIDAS            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-BATIDAS         PIC X(02)      VALUE SPACES.
           88 FLAG-BATIDAS-SUCESSO                 VALUE "00".
           88 FLAG-BATIDAS-EOF                     VALUE "10".
           88 FLAG-BATIDAS-AUSENTE                 VALUE "35".
