      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CONTAS A RECEBER (VER RECEBER-FD.cpy E
      *    RECEBER-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-RECEBER            PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RECEBER         PIC X(02)             VALUE SPACES.
           88 FLAG-RECEBER-SUCESSO           VALUE "00".
           88 FLAG-RECEBER-EOF               VALUE "10".
           88 FLAG-RECEBER-NAO-CRIADO        VALUE "35".
