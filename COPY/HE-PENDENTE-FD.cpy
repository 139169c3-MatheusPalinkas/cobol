      *--------------------------------------------------------------*
      *    HORAS EXTRAS RETIDAS (horas_extras_pendentes.dat): O
      *    EXCEDENTE DO DIA ALEM DA AUTORIZACAO PREVIA, GRAVADO PELA
      *    IMPORTACAO DO PONTO COM SITUACAO "P" E FORA DO MOVIMENTO
      *    (NAO E PAGO NEM VAI PARA O BANCO DE HORAS). O SUPERVISOR
      *    APROVA ("A") OU REJEITA ("R") EM TP08-HORA-EXTRA; A NOVA
      *    IMPORTACAO DA COMPETENCIA PAGA OS MINUTOS APROVADOS E
      *    DESCARTA OS REJEITADOS.
      *--------------------------------------------------------------*
       FD  PENDENTES-HE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PENDENTE-HE.

       01  REG-PENDENTE-HE.
           05 HP-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-COMP-MES           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-COMP-ANO           PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-MINUTOS            PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-SITUACAO           PIC X                 VALUE "P".
               88 FLAG-HE-PENDENTE                        VALUE "P".
               88 FLAG-HE-APROVADA                        VALUE "A".
               88 FLAG-HE-REJEITADA                       VALUE "R".
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 HP-DATA-DECISAO       PIC 9(8)              VALUE ZEROS.
