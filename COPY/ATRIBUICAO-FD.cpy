      *--------------------------------------------------------------*
      *    ATRIBUICOES (atribuicoes.txt): UMA LINHA POR PROFESSOR,
      *    TURMA E DISCIPLINA (disciplinas.txt) COM O NUMERO DE
      *    AULAS SEMANAIS. MANTIDO POR CAD-PROFESSOR; A GRADE
      *    HORARIA SO ACEITA AULAS ATRIBUIDAS E IMPORTA-DIARIO
      *    RECUSA DIARIOS DE PROFESSOR SEM ATRIBUICAO NA TURMA E
      *    DISCIPLINA.
      *--------------------------------------------------------------*
       FD  ATRIBUICOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ATRIBUICAO.

       01  REG-ATRIBUICAO.
           05 AB-PROFESSOR          PIC X(04)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AB-TURMA              PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AB-DISCIPLINA         PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AB-AULAS-SEMANA       PIC 9(02)             VALUE ZEROS.
