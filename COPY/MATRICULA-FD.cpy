      *--------------------------------------------------------------*
      *    MATRICULAS DO ANO LETIVO (matriculas.dat): UMA LINHA POR
      *    MATRICULA E ANO, NOVA (N) OU REMATRICULA (R), COM A TURMA,
      *    A DATA E A SEQUENCIA DA SOLICITACAO - QUE ORDENAM A LISTA
      *    DE ESPERA - E A SITUACAO: S SOLICITADA, C CONFIRMADA,
      *    E EM ESPERA, X CANCELADA. MANTIDO POR MATRICULA; O
      *    ENCERRA-ANO SO LEVA PARA O ANO NOVO QUEM CONFIRMOU A
      *    REMATRICULA E A MENSALIDADE SO COBRA OS CONFIRMADOS.
      *--------------------------------------------------------------*
       FD  MATRICULAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MATRICULA.

       01  REG-MATRICULA.
           05 MT-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-ANO-LETIVO         PIC 9(04)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-TURMA              PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-NOME               PIC X(35)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-TIPO               PIC X                 VALUE "N".
               88 FLAG-MT-NOVA                            VALUE "N".
               88 FLAG-MT-REMATRICULA                     VALUE "R".
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-DATA-SOLIC         PIC 9(08)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-SEQUENCIA          PIC 9(05)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-SITUACAO           PIC X                 VALUE "S".
               88 FLAG-MT-SOLICITADA                      VALUE "S".
               88 FLAG-MT-CONFIRMADA                      VALUE "C".
               88 FLAG-MT-ESPERA                          VALUE "E".
               88 FLAG-MT-CANCELADA                       VALUE "X".
           05 FILLER                PIC X                 VALUE SPACES.
           05 MT-DATA-SITUACAO      PIC 9(08)             VALUE ZEROS.
