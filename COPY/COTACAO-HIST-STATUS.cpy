      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO HISTORICO DE COTACOES (VER
      *    COTACAO-HIST-FD.cpy E COTACAO-HIST-SELECT.cpy). OS CAMPOS
      *    WS-CH-* SAO OS PARAMETROS E O RESULTADO DE
      *    BUSCAR-FECHAMENTO-HIST.cpy.
      *--------------------------------------------------------------*
       77 WS-ARQ-COTACAO-HIST       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-COTACAO-HIST    PIC X(02)             VALUE SPACES.
           88 FLAG-COTACAO-HIST-SUCESSO      VALUE "00".
           88 FLAG-COTACAO-HIST-EOF          VALUE "10".
           88 FLAG-COTACAO-HIST-DUPLICADO    VALUE "22".
           88 FLAG-COTACAO-HIST-INEXISTENTE  VALUE "23".
           88 FLAG-COTACAO-HIST-NAO-CRIADO   VALUE "35".
       77 WS-CH-PAPEL-BUSCA         PIC X(12)             VALUE SPACES.
       77 WS-CH-DATA-PISO           PIC 9(8)              VALUE ZEROS.
       77 WS-CH-DATA-TETO           PIC 9(8)              VALUE ZEROS.
       77 WS-CH-FECHAMENTO          PIC 9(11)V9(2)        VALUE ZEROS.
       77 WS-CH-DATA-FECHAMENTO     PIC 9(8)              VALUE ZEROS.
       77 WS-CH-FIM-BUSCA           PIC X                 VALUE "N".
           88 FLAG-CH-FIM-BUSCA                           VALUE "S".
