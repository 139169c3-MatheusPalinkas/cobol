      *--------------------------------------------------------------*
      *    CONTADORES DA NUMERACAO DE DOCUMENTOS (numeracao.dat): UMA
      *    LINHA POR TIPO DE DOCUMENTO, COM A FAIXA RESERVADA AO TIPO
      *    E O ULTIMO NUMERO JA ENTREGUE. SO O SERVICO TP05-NUMERADOR
      *    GRAVA ESTE ARQUIVO, SEMPRE SOB A TRAVA numeracao.lck; OS
      *    DEMAIS PROGRAMAS SO O LEEM.
      *--------------------------------------------------------------*
       FD  NUMERACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NUMERACAO.

       01  REG-NUMERACAO.
           05 NU-TIPO               PIC X(08)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NU-DESCRICAO          PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NU-FAIXA-INICIO       PIC 9(10)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NU-FAIXA-FIM          PIC 9(10)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NU-ULTIMO             PIC 9(10)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NU-DATA-ULTIMO        PIC 9(08)             VALUE ZEROS.
