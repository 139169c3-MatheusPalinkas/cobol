      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS PREGOES CARREGADOS (VER
      *    PREGAO-CARGA-FD.cpy E PREGAO-CARGA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PREGAO-CARGA       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PREGAO-CARGA    PIC X(02)             VALUE SPACES.
           88 FLAG-PREGAO-CARGA-SUCESSO      VALUE "00".
           88 FLAG-PREGAO-CARGA-EOF          VALUE "10".
           88 FLAG-PREGAO-CARGA-DUPLICADO    VALUE "22".
           88 FLAG-PREGAO-CARGA-INEXISTENTE  VALUE "23".
           88 FLAG-PREGAO-CARGA-NAO-CRIADO   VALUE "35".
