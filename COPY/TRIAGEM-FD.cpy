      *--------------------------------------------------------------*
      *    TRIAGEM DA REMESSA BANCARIA (triagem_remessa.dat): UMA
      *    LINHA POR EXECUCAO DE TP08-TRIAGEM PARA UMA COMPETENCIA,
      *    TIPO E SEQUENCIA DE REMESSA, COM A QUANTIDADE DE EXCECOES
      *    E O TOTAL LIQUIDO DA FOLHA CONFERIDA. SEM EXCECAO A
      *    TRIAGEM JA NASCE LIBERADA; COM EXCECAO FICA PENDENTE ATE O
      *    SUPERVISOR LIBERAR. TP08-REMESSA SO GERA O ARQUIVO SE A
      *    ULTIMA TRIAGEM DA SELECAO ESTIVER LIBERADA E O TOTAL DA
      *    FOLHA NAO TIVER MUDADO DESDE ENTAO.
      *--------------------------------------------------------------*
       FD  TRIAGENS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-TRIAGEM.

       01  REG-TRIAGEM.
           05 TG-COMP-ANO           PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-COMP-MES           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-TIPO-REMESSA       PIC 9                 VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-SEQ-REMESSA        PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-QTD-EXCECOES       PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-TOTAL-LIQUIDO      PIC 9(10)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-SITUACAO           PIC X                 VALUE "P".
               88 FLAG-TRIAGEM-PENDENTE            VALUE "P".
               88 FLAG-TRIAGEM-LIBERADA            VALUE "L".
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-DATA-TRIAGEM       PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TG-DATA-LIBERACAO     PIC 9(8)              VALUE ZEROS.
