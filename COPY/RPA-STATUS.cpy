      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS RECIBOS DE PAGAMENTO A AUTONOMO (VER
      *    RPA-FD.cpy E RPA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-RPAS               PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RPAS            PIC X(02)             VALUE SPACES.
           88 FLAG-RPAS-SUCESSO              VALUE "00".
           88 FLAG-RPAS-EOF                  VALUE "10".
           88 FLAG-RPAS-NAO-CRIADO           VALUE "35".
