      *--------------------------------------------------------------*
      *    AUTORIZACOES PREVIAS DE HORA EXTRA
      *    (horas_extras_autorizadas.dat): UMA LINHA POR PRONTUARIO
      *    E DIA, CADASTRADA POR SUPERVISOR EM TP08-HORA-EXTRA. NA
      *    IMPORTACAO DO PONTO, A HORA EXTRA DO DIA (ALEM DA JORNADA
      *    DE 8 HORAS) SO E PAGA ATE O LIMITE AUTORIZADO; HAVENDO
      *    MAIS DE UMA LINHA PARA O MESMO DIA, VALE A ULTIMA.
      *--------------------------------------------------------------*
       FD  AUTORIZACOES-HE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-AUTORIZACAO-HE.

       01  REG-AUTORIZACAO-HE.
           05 HA-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HA-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HA-HORAS-MAX          PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HA-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HA-DATA-CADASTRO      PIC 9(8)              VALUE ZEROS.
