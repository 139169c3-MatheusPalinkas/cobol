           88 FLAG-PRODUTOS-DUPLICADO        VALUE "22".
           88 FLAG-PRODUTOS-INEXISTENTE      VALUE "23".
           88 FLAG-PRODUTOS-NAO-CRIADO       VALUE "35".
      *    SITUACAO VIGENTE DO PRODUTO EM REG-PRODUTO, APURADA POR
      *    APURAR-SITUACAO-PRODUTO.cpy.
       77 WS-SITUACAO-VIGENTE       PIC X                 VALUE SPACES.
           88 FLAG-VIGENTE-ATIVO                          VALUE "A".
           88 FLAG-VIGENTE-BLOQUEADO                      VALUE "B".
           88 FLAG-VIGENTE-DESCONTINUADO                  VALUE "D".
       77 WS-SITUACAO-HOJE          PIC 9(08)             VALUE ZEROS.
