      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA POLITICA DE MARKUP POR SETOR (VER
      *    POLITICA-PRECO-FD.cpy E POLITICA-PRECO-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-POLITICAS          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-POLITICAS       PIC X(02)             VALUE SPACES.
           88 FLAG-POLITICAS-SUCESSO         VALUE "00".
           88 FLAG-POLITICAS-EOF             VALUE "10".
           88 FLAG-POLITICAS-NAO-CRIADO      VALUE "35".
