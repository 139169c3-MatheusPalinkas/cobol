      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CADASTRO DE SINDICATOS (VER
      *    SINDICATO-FD.cpy E SINDICATO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-SINDICATOS         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-SINDICATOS      PIC X(02)             VALUE SPACES.
           88 FLAG-SINDICATOS-SUCESSO        VALUE "00".
           88 FLAG-SINDICATOS-EOF            VALUE "10".
           88 FLAG-SINDICATOS-NAO-CRIADO     VALUE "35".
