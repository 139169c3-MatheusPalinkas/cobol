      *--------------------------------------------------------------*
      *    SINDICATO DE CADA CARGO (sindicato_cargos.dat): UMA LINHA
      *    POR CARGO DE tabela_salarial.dat COM O CODIGO DO SINDICATO
      *    QUE O REPRESENTA. CARGO SEM LINHA NAO TEM DESCONTO
      *    SINDICAL. MANTIDO POR TP08-SINDICATO.
      *--------------------------------------------------------------*
       FD  SINDICATO-CARGOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SINDICATO-CARGO.

       01  REG-SINDICATO-CARGO.
           05 SV-CARGO              PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SV-SINDICATO          PIC X(4)              VALUE SPACES.
