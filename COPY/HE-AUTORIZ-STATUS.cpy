      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS AUTORIZACOES DE HORA EXTRA (VER
      *    HE-AUTORIZ-FD.cpy E HE-AUTORIZ-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-AUTORIZACOES-HE    PIC X(60)             VALUE SPACES.
       77 WS-STATUS-AUTORIZACOES-HE PIC X(02)             VALUE SPACES.
           88 FLAG-AUTORIZACOES-HE-SUCESSO   VALUE "00".
           88 FLAG-AUTORIZACOES-HE-EOF       VALUE "10".
           88 FLAG-AUTORIZACOES-HE-NAO-CRIADO VALUE "35".
