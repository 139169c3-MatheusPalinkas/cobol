      *--------------------------------------------------------------*
      *    LIBERACOES DE PRECO (liberacoes_preco.dat): UMA LINHA POR
      *    ITEM VENDIDO ABAIXO DO CUSTO MEDIO OU ABAIXO DA MARGEM
      *    MINIMA DO SETOR (politica_preco.dat) COM A SENHA DE UM
      *    SUPERVISOR. GRAVADO POR TP10-VENDAS NA ORDEM DAS VENDAS E
      *    LIDO PELO RELATORIO SEMANAL TP10-LIBERACOES. MOTIVO "C"
      *    ABAIXO DO CUSTO, "M" ABAIXO DA MARGEM MINIMA.
      *--------------------------------------------------------------*
       FD  LIBERACOES-PRECO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LIBERACAO-PRECO.

       01  REG-LIBERACAO-PRECO.
           05 LP-VENDA              PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-SETOR              PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-PRECO              PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-CUSTO              PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-MARGEM-MINIMA      PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-MOTIVO             PIC X                 VALUE SPACES.
               88 FLAG-LP-ABAIXO-CUSTO                    VALUE "C".
               88 FLAG-LP-ABAIXO-MARGEM                   VALUE "M".
           05 FILLER                PIC X                 VALUE SPACES.
           05 LP-AUTORIZADOR        PIC X(10)             VALUE SPACES.
