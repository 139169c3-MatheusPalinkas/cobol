      *--------------------------------------------------------------*
      *    HISTORICO DA NUMERACAO DE DOCUMENTOS (numeracao_log.txt),
      *    GRAVADO POR TP05-NUMERADOR: UMA LINHA POR ENTREGA DE
      *    NUMERO (E), POR FAIXA RESERVADA DE UMA VEZ (R), POR
      *    DOCUMENTO DE FATO GRAVADO COM O NUMERO (U) E POR AJUSTE
      *    DO CONTADOR (A). NUMERO ENTREGUE OU RESERVADO SEM LINHA U
      *    E LACUNA NA NUMERACAO (RELATORIO EM TP05_02).
      *--------------------------------------------------------------*
       FD  NUMERACAO-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NUMERACAO-LOG.

       01  REG-NUMERACAO-LOG.
           05 NL-TIPO               PIC X(08)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NL-OPERACAO           PIC X                 VALUE SPACES.
               88 FLAG-NL-EMITIDO                         VALUE "E".
               88 FLAG-NL-RESERVADO                       VALUE "R".
               88 FLAG-NL-UTILIZADO                       VALUE "U".
               88 FLAG-NL-AJUSTE                          VALUE "A".
           05 FILLER                PIC X                 VALUE SPACES.
           05 NL-NUMERO-INICIO      PIC 9(10)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NL-NUMERO-FIM         PIC 9(10)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NL-DATA               PIC 9(08)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NL-HORA               PIC 9(08)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NL-PROGRAMA           PIC X(12)             VALUE SPACES.
