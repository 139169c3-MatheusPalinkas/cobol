      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CONTROLE DA TRIAGEM DA REMESSA (VER
      *    TRIAGEM-FD.cpy E TRIAGEM-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-TRIAGENS           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-TRIAGENS        PIC X(02)             VALUE SPACES.
           88 FLAG-TRIAGENS-SUCESSO          VALUE "00".
           88 FLAG-TRIAGENS-EOF              VALUE "10".
           88 FLAG-TRIAGENS-NAO-CRIADO       VALUE "35".
