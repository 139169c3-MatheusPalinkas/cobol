      *--------------------------------------------------------------*
      *    GRADE HORARIA (grade_horaria.txt): UMA LINHA POR AULA DA
      *    SEMANA - DIA (1 = SEGUNDA A 5 = SEXTA), AULA DO DIA
      *    (1 A 6), TURMA, DISCIPLINA E PROFESSOR. MANTIDA POR
      *    CAD-PROFESSOR, QUE RECUSA O MESMO PROFESSOR OU A MESMA
      *    TURMA EM DOIS LUGARES NA MESMA AULA; GRADE-HORA CONFERE
      *    DE NOVO AO IMPRIMIR.
      *--------------------------------------------------------------*
       FD  GRADE-HORARIA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-GRADE-HORARIA.

       01  REG-GRADE-HORARIA.
           05 GH-DIA                PIC 9                 VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GH-AULA               PIC 9                 VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GH-TURMA              PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GH-DISCIPLINA         PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GH-PROFESSOR          PIC X(04)             VALUE SPACES.
