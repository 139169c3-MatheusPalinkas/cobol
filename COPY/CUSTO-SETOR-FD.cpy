      *--------------------------------------------------------------*
      *    CUSTO DE PESSOAL POR SETOR (custo_setores.dat): O RESULTADO
      *    DE CADA COMPETENCIA APURADA POR TP08-RATEIO (QUE REFAZ AS
      *    LINHAS DA COMPETENCIA A CADA EXECUCAO), GUARDADO PARA O
      *    ACUMULADO DO ANO NO ORCADO X REALIZADO (TP08-ORCAMENTO).
      *--------------------------------------------------------------*
       FD  CUSTOS-SETOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CUSTO-SETOR.

       01  REG-CUSTO-SETOR.
           05 CS-SETOR              PIC X(02)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
           05 CS-COMP-MES           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CS-FUNC               PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CS-BRUTO              PIC 9(8)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CS-ENCARGOS           PIC 9(8)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CS-LIQUIDO            PIC 9(8)V9(2)         VALUE ZEROS.
