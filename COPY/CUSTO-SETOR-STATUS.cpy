      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO HISTORICO DE CUSTO POR SETOR (VER
      *    CUSTO-SETOR-FD.cpy E CUSTO-SETOR-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-CUSTOS-SETOR       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-CUSTOS-SETOR    PIC X(02)             VALUE SPACES.
           88 FLAG-CUSTOS-SETOR-SUCESSO      VALUE "00".
           88 FLAG-CUSTOS-SETOR-EOF          VALUE "10".
           88 FLAG-CUSTOS-SETOR-NAO-CRIADO   VALUE "35".
