      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA GRADE HORARIA (VER GRADE-HORARIA-FD.cpy
      *    E GRADE-HORARIA-SELECT.cpy).
      *--------------------------------------------------------------*
       77 WS-ARQ-GRADE-HORARIA      PIC X(60)             VALUE SPACES.
       77 WS-STATUS-GRADE-HORARIA   PIC X(02)             VALUE SPACES.
           88 FLAG-GRADE-HORARIA-SUCESSO     VALUE "00".
           88 FLAG-GRADE-HORARIA-EOF         VALUE "10".
           88 FLAG-GRADE-HORARIA-NAO-CRIADO  VALUE "35".
       77 CONST-DIAS-SEMANA         PIC 9                 VALUE 5.
       77 CONST-AULAS-DIA           PIC 9                 VALUE 6.
