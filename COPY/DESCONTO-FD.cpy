      *--------------------------------------------------------------*
      *    DESCONTOS POR MATRICULA (descontos.txt): UMA LINHA POR
      *    DESCONTO, COM O TIPO (B BOLSA, I IRMAO, P PONTUALIDADE), O
      *    PERCENTUAL E A VIGENCIA EM MESES DE COBRANCA (AAAAMM; FIM
      *    ZERADO = SEM PRAZO). PARA CADA TIPO VALE A ULTIMA LINHA
      *    VIGENTE NO MES; PERCENTUAL ZERO ENCERRA O DESCONTO. BOLSA
      *    E IRMAO REDUZEM A COBRANCA GERADA; A PONTUALIDADE SO VALE
      *    NO PAGAMENTO DENTRO DO PRAZO. MANTIDO POR MENSALIDADE.
      *--------------------------------------------------------------*
       FD  DESCONTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DESCONTO.

       01  REG-DESCONTO.
           05 DS-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DS-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-DS-BOLSA                           VALUE "B".
               88 FLAG-DS-IRMAO                           VALUE "I".
               88 FLAG-DS-PONTUALIDADE                    VALUE "P".
               88 FLAG-DS-TIPO-VALIDO             VALUE "B" "I" "P".
           05 FILLER                PIC X                 VALUE SPACES.
           05 DS-PERCENTUAL         PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DS-INICIO             PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DS-FIM                PIC 9(6)              VALUE ZEROS.
