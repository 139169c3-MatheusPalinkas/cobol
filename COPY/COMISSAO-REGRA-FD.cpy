      *--------------------------------------------------------------*
      *    REGRAS DE COMISSAO (comissao_regras.dat): UMA LINHA POR
      *    SETOR DE PRODUTO (VD-SETOR), COM O PERCENTUAL SOBRE A VENDA
      *    E UMA META MENSAL OPCIONAL POR VENDEDOR: QUEM ATINGE A META
      *    NO SETOR RECEBE O PERCENTUAL DA META SOBRE TODA A VENDA DO
      *    SETOR NO MES. META ZERO = SEM META. MANTIDO POR
      *    TP08-COMISSAO.
      *--------------------------------------------------------------*
       FD  COMISSAO-REGRAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COMISSAO-REGRA.

       01  REG-COMISSAO-REGRA.
           05 CM-SETOR              PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CM-PERCENTUAL         PIC 9(2)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CM-META               PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CM-PERC-META          PIC 9(2)V9(2)         VALUE ZEROS.
