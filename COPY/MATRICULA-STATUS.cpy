      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS MATRICULAS (VER MATRICULA-FD.cpy E
      *    MATRICULA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-MATRICULAS         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-MATRICULAS      PIC X(02)             VALUE SPACES.
           88 FLAG-MATRICULAS-SUCESSO        VALUE "00".
           88 FLAG-MATRICULAS-EOF            VALUE "10".
           88 FLAG-MATRICULAS-NAO-CRIADO     VALUE "35".
