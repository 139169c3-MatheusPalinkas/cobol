      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DO INDICE DE RELATORIOS (VER SPOOL-FD.cpy).
      *    O CHAMADOR PREENCHE WS-SPL-ARQUIVO, WS-SPL-PARAMETROS E,
      *    QUANDO CONTA AS PAGINAS, WS-SPL-PAGINAS ANTES DE PERFORM
      *    REGISTRAR-SPOOL (VER REGISTRAR-SPOOL.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-SPOOL              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-SPOOL           PIC X(02)             VALUE SPACES.
           88 FLAG-SPOOL-SUCESSO          VALUE "00".
           88 FLAG-SPOOL-EOF              VALUE "10".
           88 FLAG-SPOOL-NAO-CRIADO       VALUE "35".
       77 WS-STATUS-SPOOL-ORIGEM    PIC X(02)             VALUE SPACES.
           88 FLAG-SPOOL-ORIGEM-SUCESSO   VALUE "00".
           88 FLAG-SPOOL-ORIGEM-EOF       VALUE "10".
       77 WS-SPL-DATA               PIC 9(08)             VALUE ZEROS.
       77 WS-SPL-HORA               PIC 9(08)             VALUE ZEROS.
       77 WS-SPL-OPERADOR           PIC X(10)             VALUE SPACES.
       77 WS-SPL-ARQUIVO            PIC X(60)             VALUE SPACES.
       77 WS-SPL-PARAMETROS         PIC X(60)             VALUE SPACES.
       77 WS-SPL-PAGINAS            PIC 9(04)             VALUE ZEROS.
       77 WS-SPL-LINHAS             PIC 9(06)             VALUE ZEROS.
       77 WS-SPL-LINHAS-PAGINA      PIC 9(03)             VALUE 60.
