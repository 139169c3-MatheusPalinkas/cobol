      *--------------------------------------------------------------*
      *    PARAMETROS DO SALARIO-FAMILIA (salario_familia.dat): UMA
      *    LINHA POR VIGENCIA, COM O TETO DE REMUNERACAO E O VALOR DA
      *    COTA POR FILHO MENOR DE 14 ANOS A PARTIR DA DATA, COMO AS
      *    VIGENCIAS DE faixas.txt. MANTIDO POR TP08-CAD-SALFAM E
      *    CONSULTADO PELA FOLHA (TP08-MAIN).
      *--------------------------------------------------------------*
       FD  SAL-FAMILIA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SAL-FAMILIA.

       01  REG-SAL-FAMILIA.
           05 SF-VIGENCIA           PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SF-TETO               PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SF-VALOR-COTA         PIC 9(3)V9(2)         VALUE ZEROS.
