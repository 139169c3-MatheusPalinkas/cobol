      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CONTAS A PAGAR (VER PAGAR-FD.cpy E
      *    PAGAR-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PAGAR              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PAGAR           PIC X(02)             VALUE SPACES.
           88 FLAG-PAGAR-SUCESSO             VALUE "00".
           88 FLAG-PAGAR-EOF                 VALUE "10".
           88 FLAG-PAGAR-NAO-CRIADO          VALUE "35".
