      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS CONTADORES DA NUMERACAO (VER
      *    NUMERACAO-FD.cpy E NUMERACAO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-NUMERACAO          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-NUMERACAO       PIC X(02)             VALUE SPACES.
           88 FLAG-NUMERACAO-SUCESSO         VALUE "00".
           88 FLAG-NUMERACAO-EOF             VALUE "10".
           88 FLAG-NUMERACAO-NAO-CRIADO      VALUE "35".
