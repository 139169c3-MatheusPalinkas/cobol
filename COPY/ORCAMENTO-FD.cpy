      *--------------------------------------------------------------*
      *    ORCAMENTO DE PESSOAL (orcamento_pessoal.dat): UMA LINHA POR
      *    SETOR E COMPETENCIA COM O QUADRO, O BRUTO E OS ENCARGOS
      *    PATRONAIS ORCADOS PELA DIRETORIA, MANTIDA EM
      *    TP08-CAD-ORCAMENTO E CONFRONTADA COM O REALIZADO EM
      *    TP08-ORCAMENTO.
      *--------------------------------------------------------------*
       FD  ORCAMENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORCAMENTO.

       01  REG-ORCAMENTO.
           05 OR-SETOR              PIC X(02)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 OR-COMP-ANO           PIC 9(4)              VALUE ZEROS.
           05 OR-COMP-MES           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 OR-QUADRO             PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 OR-BRUTO              PIC 9(8)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 OR-ENCARGOS           PIC 9(8)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 OR-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 OR-DATA-ATUALIZACAO   PIC 9(8)              VALUE ZEROS.
