      *--------------------------------------------------------------*
      *    BATIDAS DO RELOGIO DE PONTO (ponto_batidas.txt): UMA
      *    BATIDA POR LINHA, EM ORDEM CRONOLOGICA, DESPEJADA PELO
      *    RELOGIO. LIDA POR TP08-IMPORTA-PONTO, QUE GERA O MOVIMENTO
      *    DO LOTE, E POR TP08-ESPELHO-PONTO.
      *--------------------------------------------------------------*
       FD  BATIDAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-BATIDA.

       01  REG-BATIDA.
           05 PT-PRONTUARIO         PIC X(8)       VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 PT-DATA               PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 PT-HORA.
               10 PT-HORA-HH        PIC 9(2)       VALUE ZEROS.
               10 PT-HORA-MM        PIC 9(2)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 PT-TIPO               PIC X          VALUE SPACES.
               88 FLAG-BATIDA-ENTRADA              VALUE "E".
               88 FLAG-BATIDA-SAIDA                VALUE "S".
