      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO REGISTRO DE PERDAS (VER PERDA-FD.cpy E
      *    PERDA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-PERDAS             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PERDAS          PIC X(02)             VALUE SPACES.
           88 FLAG-PERDAS-SUCESSO            VALUE "00".
           88 FLAG-PERDAS-EOF                VALUE "10".
           88 FLAG-PERDAS-NAO-CRIADO         VALUE "35".
