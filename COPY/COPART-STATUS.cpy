      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA COPARTICIPACAO DO PLANO DE SAUDE (VER
      *    COPART-FD.cpy E COPART-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-COPART             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-COPART          PIC X(02)             VALUE SPACES.
           88 FLAG-COPART-SUCESSO            VALUE "00".
           88 FLAG-COPART-EOF                VALUE "10".
           88 FLAG-COPART-NAO-CRIADO         VALUE "35".
