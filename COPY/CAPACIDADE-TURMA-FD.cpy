      *--------------------------------------------------------------*
      *    CAPACIDADE DAS TURMAS (capacidade_turmas.txt): UMA LINHA
      *    POR TURMA COM O NUMERO DE VAGAS; A ULTIMA LINHA DA TURMA
      *    E A VIGENTE, COMO EM valores_turma.txt. TURMA SEM LINHA
      *    NAO TEM LIMITE. MANTIDO POR MATRICULA E RESPEITADO POR
      *    CAD-ALUNO E ENCERRA-ANO.
      *--------------------------------------------------------------*
       FD  CAPACIDADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CAPACIDADE.

       01  REG-CAPACIDADE.
           05 CT-TURMA              PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CT-VAGAS              PIC 9(03)             VALUE ZEROS.
