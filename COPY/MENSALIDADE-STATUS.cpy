      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS MENSALIDADES (VER MENSALIDADE-FD.cpy E
      *    MENSALIDADE-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-MENSALIDADES       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-MENSALIDADES    PIC X(02)             VALUE SPACES.
           88 FLAG-MENSALIDADES-SUCESSO      VALUE "00".
           88 FLAG-MENSALIDADES-EOF          VALUE "10".
           88 FLAG-MENSALIDADES-NAO-CRIADO   VALUE "35".
