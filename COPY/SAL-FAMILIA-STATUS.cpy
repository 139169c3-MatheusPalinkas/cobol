      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS PARAMETROS DO SALARIO-FAMILIA (VER
      *    SAL-FAMILIA-FD.cpy E SAL-FAMILIA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-SAL-FAMILIA        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-SAL-FAMILIA     PIC X(02)             VALUE SPACES.
           88 FLAG-SAL-FAMILIA-SUCESSO       VALUE "00".
           88 FLAG-SAL-FAMILIA-EOF           VALUE "10".
           88 FLAG-SAL-FAMILIA-NAO-CRIADO    VALUE "35".
