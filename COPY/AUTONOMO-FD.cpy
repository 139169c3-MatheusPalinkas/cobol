      *--------------------------------------------------------------*
      *    CADASTRO DE AUTONOMOS (autonomos.dat): PRESTADORES PAGOS
      *    POR RPA, FORA DO CADASTRO MESTRE DE FUNCIONARIOS. O
      *    PERCENTUAL DE ISS E O DO MUNICIPIO DO SERVICO (ZERO QUANDO
      *    NAO HA RETENCAO) E OS DEPENDENTES SAO OS DEDUTIVEIS NO
      *    IRRF. MANTIDO POR TP08-RPA.
      *--------------------------------------------------------------*
       FD  AUTONOMOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-AUTONOMO.

       01  REG-AUTONOMO.
           05 AU-CODIGO             PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-NOME               PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-CPF                PIC X(11)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-NIT                PIC X(11)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-PERC-ISS           PIC 9(2)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-QTD-DEPENDENTES    PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-BANCO              PIC X(3)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-AGENCIA            PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-CONTA              PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AU-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-AUTONOMO-ATIVO              VALUE "A".
               88 FLAG-AUTONOMO-SITUACAO-VALIDA    VALUE "A" "I".
