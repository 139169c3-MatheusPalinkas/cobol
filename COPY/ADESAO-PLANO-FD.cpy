      *--------------------------------------------------------------*
      *    ADESOES AO PLANO DE SAUDE (adesoes_plano.dat): UMA LINHA
      *    POR VIDA INSCRITA - O TITULAR (TIPO T) OU UM DEPENDENTE JA
      *    CADASTRADO EM dependentes.dat (TIPO D, PELO CPF) - COM O
      *    PLANO, O NUMERO DA CARTEIRINHA NA OPERADORA E O PERIODO DE
      *    COBERTURA (DATA FIM ZERADA ENQUANTO ATIVA). A CARTEIRINHA
      *    LIGA O ARQUIVO DE USO E A FATURA DA OPERADORA AO
      *    PRONTUARIO. MANTIDO POR TP08-PLANO-SAUDE.
      *--------------------------------------------------------------*
       FD  ADESAO-PLANO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ADESAO-PLANO.

       01  REG-ADESAO-PLANO.
           05 AP-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-AP-TITULAR                         VALUE "T".
               88 FLAG-AP-DEPENDENTE                      VALUE "D".
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-CPF-DEPENDENTE     PIC X(11)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-NOME               PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-PLANO              PIC X(4)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-CARTEIRINHA        PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-DATA-INICIO        PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AP-DATA-FIM           PIC 9(8)              VALUE ZEROS.
