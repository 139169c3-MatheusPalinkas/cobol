      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS FECHAMENTOS DE CAIXA (VER CAIXA-FD.cpy
      *    E CAIXA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-CAIXA              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-CAIXA           PIC X(02)             VALUE SPACES.
           88 FLAG-CAIXA-SUCESSO             VALUE "00".
           88 FLAG-CAIXA-EOF                 VALUE "10".
           88 FLAG-CAIXA-NAO-CRIADO          VALUE "35".
