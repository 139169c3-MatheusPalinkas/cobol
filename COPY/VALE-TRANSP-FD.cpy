      *--------------------------------------------------------------*
      *    VALE-TRANSPORTE (vale_transporte.dat): UMA LINHA POR
      *    TRAJETO DIARIO DO FUNCIONARIO (OPERADORA, LINHA, VIAGENS
      *    POR DIA, TARIFA E DIAS UTEIS NO MES). MANTIDO POR
      *    TP08-CAD-VT, QUE TAMBEM GERA O PEDIDO MENSAL DE COMPRA;
      *    A FOLHA DESCONTA A PARTE DO FUNCIONARIO, LIMITADA A 6% DO
      *    SALARIO BASE E REDUZIDA PELOS DIAS DE AFASTAMENTO.
      *--------------------------------------------------------------*
       FD  VALE-TRANSP
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-VALE-TRANSP.

       01  REG-VALE-TRANSP.
           05 VT-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-OPERADORA          PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-LINHA              PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-VIAGENS-DIA        PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-TARIFA             PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-DIAS-UTEIS         PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-VT-ATIVO                           VALUE "A".
               88 FLAG-VT-ENCERRADO                       VALUE "E".
