           05 GC-DATA-PGTO          PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GC-AUTENTICACAO       PIC X(20)             VALUE SPACES.
      *    EMPRESA DO GRUPO DONA DA GUIA; EM BRANCO VALE A MATRIZ.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GC-EMPRESA            PIC X(02)             VALUE SPACES.
