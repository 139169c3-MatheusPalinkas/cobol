      *--------------------------------------------------------------*
      *    COBRANCAS GERADAS (mensalidades.dat): UMA LINHA POR
      *    MATRICULA E MES, COM SITUACAO A ABERTA / P PAGA. MS-VALOR
      *    E O PRINCIPAL JA LIQUIDO DE BOLSA E DESCONTO DE IRMAO
      *    (MS-VALOR-BRUTO E O VALOR DA TURMA); MS-PERC-PONTUAL E O
      *    DESCONTO DE PONTUALIDADE DO MES, PERDIDO APOS O PRAZO.
      *    MS-VALOR-PAGO JA INCLUI MS-VALOR-MULTA E MS-VALOR-JUROS;
      *    NA COBRANCA AINDA ABERTA E O QUE JA ENTROU DE PAGAMENTO
      *    PARCIAL. MS-NOSSO-NUMERO E O TITULO DA COBRANCA BANCARIA
      *    (ZERO = AINDA NAO ENVIADO NA REMESSA DE BOLETOS).
      *    COBRANCAS ANTIGAS NAO TEM OS CAMPOS APOS MS-VALOR-PAGO
      *    (FICAM EM BRANCO). MANTIDO POR MENSALIDADE E
      *    RETORNO-BOLETO.
      *--------------------------------------------------------------*
       FD  MENSALIDADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MENSALIDADE.

       01  REG-MENSALIDADE.
           05 MS-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-TURMA              PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-ANO-MES            PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-VALOR              PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-MENS-ABERTA                        VALUE "A".
               88 FLAG-MENS-PAGA                          VALUE "P".
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-DATA-PGTO          PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-VALOR-PAGO         PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-VALOR-BRUTO        PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-PERC-DESCONTO      PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-PERC-PONTUAL       PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-VALOR-MULTA        PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-VALOR-JUROS        PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MS-NOSSO-NUMERO       PIC 9(10)             VALUE ZEROS.
