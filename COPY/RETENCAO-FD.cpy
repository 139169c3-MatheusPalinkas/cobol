      *--------------------------------------------------------------*
      *    POLITICA DE RETENCAO DE DADOS PESSOAIS
      *    (politicas_retencao.txt): UMA LINHA POR ARQUIVO E
      *    CATEGORIA DE DADO (NOME, CPF, BANCARIO) COM OS ANOS DE
      *    GUARDA CONTADOS DO DESLIGAMENTO DO FUNCIONARIO OU DO
      *    ULTIMO ANO LETIVO ARQUIVADO DO ALUNO; A ULTIMA LINHA DO
      *    PAR E A VIGENTE. SEM LINHA, A CATEGORIA NAO E ANONIMIZADA.
      *    MANTIDO E APLICADO POR TP11_13.
      *--------------------------------------------------------------*
       FD  RETENCAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RETENCAO.

       01  REG-RETENCAO.
           05 PR-ARQUIVO            PIC X(25)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PR-CATEGORIA          PIC X(08)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PR-ANOS               PIC 9(02)             VALUE ZEROS.
