      *--------------------------------------------------------------*
      *    RESPONSAVEL FINANCEIRO POR MATRICULA (responsaveis.txt):
      *    NOME E CPF DE QUEM PAGA A MENSALIDADE; A ULTIMA LINHA DA
      *    MATRICULA E A VIGENTE, COMO EM valores_turma.txt. MANTIDO
      *    POR MENSALIDADE E IMPRESSO NO INFORME ANUAL DE PAGAMENTOS
      *    (INFORME-MENS).
      *--------------------------------------------------------------*
       FD  RESPONSAVEIS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RESPONSAVEL.

       01  REG-RESPONSAVEL.
           05 RF-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RF-NOME               PIC X(35)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RF-CPF                PIC X(11)             VALUE SPACES.
