      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO CADASTRO DE CLIENTES (VER CLIENTE-FD.cpy
      *    E CLIENTE-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-CLIENTES           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-CLIENTES        PIC X(02)             VALUE SPACES.
           88 FLAG-CLIENTES-SUCESSO          VALUE "00".
           88 FLAG-CLIENTES-EOF              VALUE "10".
           88 FLAG-CLIENTES-NAO-CRIADO       VALUE "35".
