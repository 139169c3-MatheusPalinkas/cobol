      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CADASTRO DE AUTONOMOS (VER
      *    AUTONOMO-FD.cpy E AUTONOMO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-AUTONOMOS          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-AUTONOMOS       PIC X(02)             VALUE SPACES.
           88 FLAG-AUTONOMOS-SUCESSO         VALUE "00".
           88 FLAG-AUTONOMOS-EOF             VALUE "10".
           88 FLAG-AUTONOMOS-NAO-CRIADO      VALUE "35".
