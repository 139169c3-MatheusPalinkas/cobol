      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA CAPACIDADE DAS TURMAS (VER
      *    CAPACIDADE-TURMA-FD.cpy E CAPACIDADE-TURMA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-CAPACIDADES        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-CAPACIDADES     PIC X(02)             VALUE SPACES.
           88 FLAG-CAPACIDADES-SUCESSO       VALUE "00".
           88 FLAG-CAPACIDADES-EOF           VALUE "10".
           88 FLAG-CAPACIDADES-NAO-CRIADO    VALUE "35".
