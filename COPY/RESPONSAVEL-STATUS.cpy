      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS RESPONSAVEIS (VER RESPONSAVEL-FD.cpy E
      *    RESPONSAVEL-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-RESPONSAVEIS       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RESPONSAVEIS    PIC X(02)             VALUE SPACES.
           88 FLAG-RESPONSAVEIS-SUCESSO      VALUE "00".
           88 FLAG-RESPONSAVEIS-EOF          VALUE "10".
           88 FLAG-RESPONSAVEIS-NAO-CRIADO   VALUE "35".
