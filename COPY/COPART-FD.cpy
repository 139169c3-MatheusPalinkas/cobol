      *--------------------------------------------------------------*
      *    COPARTICIPACAO DO PLANO DE SAUDE (coparticipacao.dat): UMA
      *    LINHA POR UTILIZACAO COBRADA PELA OPERADORA, JA LIGADA AO
      *    PRONTUARIO PELA CARTEIRINHA NA IMPORTACAO DO ARQUIVO DE USO
      *    (TP08-PLANO-SAUDE). A FOLHA DA COMPETENCIA DESCONTA O TOTAL
      *    DO PRONTUARIO JUNTO COM A PARTE DELE NA MENSALIDADE.
      *--------------------------------------------------------------*
       FD  COPART
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COPART.

       01  REG-COPART.
           05 CO-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CO-COMP-ANO           PIC 9(4)              VALUE ZEROS.
           05 CO-COMP-MES           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CO-CARTEIRINHA        PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CO-DATA-USO           PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CO-PROCEDIMENTO       PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CO-VALOR              PIC 9(5)V9(2)         VALUE ZEROS.
