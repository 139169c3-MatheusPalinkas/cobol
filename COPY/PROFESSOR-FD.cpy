      *--------------------------------------------------------------*
      *    CADASTRO DE PROFESSORES (professores.dat): UMA LINHA POR
      *    PROFESSOR COM O CODIGO, O NOME E A CARGA SEMANAL MAXIMA
      *    (EM AULAS) DO CONTRATO. MANTIDO POR CAD-PROFESSOR.
      *--------------------------------------------------------------*
       FD  PROFESSORES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PROFESSOR.

       01  REG-PROFESSOR.
           05 PF-CODIGO             PIC X(04)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PF-NOME               PIC X(35)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PF-CARGA-MAXIMA       PIC 9(02)             VALUE ZEROS.
