           05 FM-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-FUNC-ATIVO                         VALUE "A".
               88 FLAG-FUNC-INATIVO                       VALUE "I".
      *    EMPRESA DO GRUPO QUE REGISTRA O FUNCIONARIO (VER
      *    EMPRESA-FD.cpy); EM BRANCO VALE A MATRIZ.
           05 FM-EMPRESA            PIC X(02)             VALUE SPACES.
