      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS HORAS EXTRAS RETIDAS (VER
      *    HE-PENDENTE-FD.cpy E HE-PENDENTE-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PENDENTES-HE       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PENDENTES-HE    PIC X(02)             VALUE SPACES.
           88 FLAG-PENDENTES-HE-SUCESSO      VALUE "00".
           88 FLAG-PENDENTES-HE-EOF          VALUE "10".
           88 FLAG-PENDENTES-HE-NAO-CRIADO   VALUE "35".
