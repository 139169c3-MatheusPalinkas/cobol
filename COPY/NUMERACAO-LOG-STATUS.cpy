      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO HISTORICO DA NUMERACAO (VER
      *    NUMERACAO-LOG-FD.cpy E NUMERACAO-LOG-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-NUMERACAO-LOG      PIC X(60)             VALUE SPACES.
       77 WS-STATUS-NUMERACAO-LOG   PIC X(02)             VALUE SPACES.
           88 FLAG-NUMERACAO-LOG-SUCESSO     VALUE "00".
           88 FLAG-NUMERACAO-LOG-EOF         VALUE "10".
           88 FLAG-NUMERACAO-LOG-NAO-CRIADO  VALUE "35".
