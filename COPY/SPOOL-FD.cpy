      *--------------------------------------------------------------*
      *    INDICE CENTRAL DE RELATORIOS (spool_indice.txt): UMA LINHA
      *    POR RELATORIO EMITIDO, GRAVADA POR REGISTRAR-SPOOL.cpy E
      *    CONSULTADA/EXPURGADA PELO GERENCIADOR TP11_14. SP-ARQUIVO
      *    E O DESTINO DO RELATORIO ("LPT1" QUANDO FOI DIRETO PARA A
      *    IMPRESSORA, SEM COPIA PARA REIMPRIMIR).
      *
      *    CLASSES DE RETENCAO:
      *        F - FOLHA E DADOS PESSOAIS: SO PERFIL SUPERVISOR VE,
      *            GUARDA DE 5 ANOS;
      *        G - GERENCIAL: GUARDA DE 1 ANO;
      *        O - OPERACIONAL (DOCUMENTOS AVULSOS): GUARDA DE 90 DIAS.
      *--------------------------------------------------------------*
       FD  SPOOL
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SPOOL.

       01  REG-SPOOL.
           05 SP-PROGRAMA           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-DATA               PIC 9(08)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-HORA               PIC 9(08)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-CLASSE             PIC X                 VALUE SPACES.
               88 FLAG-SPOOL-RESTRITO                     VALUE "F".
               88 FLAG-SPOOL-GERENCIAL                    VALUE "G".
               88 FLAG-SPOOL-OPERACIONAL                  VALUE "O".
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-PAGINAS            PIC 9(04)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-ARQUIVO            PIC X(60)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SP-PARAMETROS         PIC X(60)             VALUE SPACES.

       FD  SPOOL-ORIGEM
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SPOOL-ORIGEM.

       01  REG-SPOOL-ORIGEM.
           05 SO-LINHA              PIC X(200)            VALUE SPACES.
