      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO VINCULO DE VENDEDORES (VER
      *    VENDEDOR-FD.cpy E VENDEDOR-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-VENDEDORES         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-VENDEDORES      PIC X(02)             VALUE SPACES.
           88 FLAG-VENDEDORES-SUCESSO        VALUE "00".
           88 FLAG-VENDEDORES-EOF            VALUE "10".
           88 FLAG-VENDEDORES-NAO-CRIADO     VALUE "35".
