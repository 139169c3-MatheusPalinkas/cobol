      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CADASTRO DE PROFESSORES (VER
      *    PROFESSOR-FD.cpy E PROFESSOR-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PROFESSORES        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PROFESSORES     PIC X(02)             VALUE SPACES.
           88 FLAG-PROFESSORES-SUCESSO       VALUE "00".
           88 FLAG-PROFESSORES-EOF           VALUE "10".
           88 FLAG-PROFESSORES-NAO-CRIADO    VALUE "35".
