      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS DESCONTOS (VER DESCONTO-FD.cpy E
      *    DESCONTO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-DESCONTOS          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-DESCONTOS       PIC X(02)             VALUE SPACES.
           88 FLAG-DESCONTOS-SUCESSO         VALUE "00".
           88 FLAG-DESCONTOS-EOF             VALUE "10".
           88 FLAG-DESCONTOS-NAO-CRIADO      VALUE "35".
