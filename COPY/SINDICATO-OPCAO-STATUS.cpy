      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS OPCOES SINDICAIS (VER
      *    SINDICATO-OPCAO-FD.cpy E SINDICATO-OPCAO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-SINDICATO-OPCOES   PIC X(60)             VALUE SPACES.
       77 WS-STATUS-SINDICATO-OPCOES PIC X(02)            VALUE SPACES.
           88 FLAG-SIND-OPCOES-SUCESSO       VALUE "00".
           88 FLAG-SIND-OPCOES-EOF           VALUE "10".
           88 FLAG-SIND-OPCOES-NAO-CRIADO    VALUE "35".
