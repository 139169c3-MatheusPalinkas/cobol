      *    CONTROLE DE COMPETENCIAS DA FOLHA (competencias.dat): UMA
      *    LINHA POR COMPETENCIA JA PROCESSADA, COM A SITUACAO DE
      *    FECHAMENTO. O LOTE DE TP08-MAIN RECUSA UMA COMPETENCIA
      *    FECHADA ATE QUE TP08-COMPETENCIA A REABRA. O FECHAMENTO E
      *    POR EMPRESA DO GRUPO (CP-EMPRESA; LINHA ANTIGA, EM BRANCO,
      *    VALE PARA A MATRIZ).
      *--------------------------------------------------------------*
       FD  COMPETENCIAS
           LABEL RECORD IS STANDARD
           05 CP-SITUACAO           PIC X                 VALUE SPACES.
               88 FLAG-COMP-FECHADA                       VALUE "F".
               88 FLAG-COMP-REABERTA                      VALUE "R".
           05 CP-EMPRESA            PIC X(02)             VALUE SPACES.
