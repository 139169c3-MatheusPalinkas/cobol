      *--------------------------------------------------------------*
      *    CATALOGO DE PLANOS DE SAUDE (planos_saude.dat): UMA LINHA
      *    POR PLANO DE CADA OPERADORA, COM A MENSALIDADE DO TITULAR E
      *    DE CADA DEPENDENTE E O PERCENTUAL DA MENSALIDADE QUE CABE
      *    AO FUNCIONARIO (O RESTANTE E CUSTEADO PELA EMPRESA).
      *    MANTIDO POR TP08-PLANO-SAUDE E CONSULTADO PELA FOLHA.
      *--------------------------------------------------------------*
       FD  PLANO-SAUDE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PLANO-SAUDE.

       01  REG-PLANO-SAUDE.
           05 PS-CODIGO             PIC X(4)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PS-OPERADORA          PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PS-DESCRICAO          PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PS-VALOR-TITULAR      PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PS-VALOR-DEPENDENTE   PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PS-PERC-FUNCIONARIO   PIC 9(3)V9(2)         VALUE ZEROS.
