      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO SINDICATO DE CADA CARGO (VER
      *    SINDICATO-CARGO-FD.cpy E SINDICATO-CARGO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-SINDICATO-CARGOS   PIC X(60)             VALUE SPACES.
       77 WS-STATUS-SINDICATO-CARGOS PIC X(02)            VALUE SPACES.
           88 FLAG-SIND-CARGOS-SUCESSO       VALUE "00".
           88 FLAG-SIND-CARGOS-EOF           VALUE "10".
           88 FLAG-SIND-CARGOS-NAO-CRIADO    VALUE "35".
