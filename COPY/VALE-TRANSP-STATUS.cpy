      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO VALE-TRANSPORTE (VER VALE-TRANSP-FD.cpy
      *    E VALE-TRANSP-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-VALE-TRANSP        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-VALE-TRANSP     PIC X(02)             VALUE SPACES.
           88 FLAG-VALE-TRANSP-SUCESSO       VALUE "00".
           88 FLAG-VALE-TRANSP-EOF           VALUE "10".
           88 FLAG-VALE-TRANSP-NAO-CRIADO    VALUE "35".
