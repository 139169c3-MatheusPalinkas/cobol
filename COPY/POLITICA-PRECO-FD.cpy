      *--------------------------------------------------------------*
      *    POLITICA DE MARKUP POR SETOR (politica_preco.dat): UMA
      *    LINHA POR SETOR COM A MARGEM ALVO E A MARGEM MINIMA SOBRE O
      *    CUSTO MEDIO (MESMA CONTA DE TP10-MARGEM: (PRECO - CUSTO) *
      *    100 / CUSTO) E A REGRA DE ARREDONDAMENTO DO PRECO PROPOSTO.
      *    EM BRANCO O PRECO FICA NO CENTAVO; "90" OU "99" SOBEM O
      *    PRECO ATE O PRIMEIRO VALOR COM ESSES CENTAVOS; "00" SOBE
      *    ATE O REAL INTEIRO. MANTIDO POR TP06_13; A MARGEM MINIMA
      *    TAMBEM BARRA A VENDA ABAIXO DELA EM TP10-VENDAS.
      *--------------------------------------------------------------*
       FD  POLITICAS-PRECO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-POLITICA-PRECO.

       01  REG-POLITICA-PRECO.
           05 PP-SETOR              PIC 9(02)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PP-MARGEM-ALVO        PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PP-MARGEM-MINIMA      PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PP-ARREDONDAMENTO     PIC X(02)             VALUE SPACES.
               88 FLAG-ARRED-CENTAVO                      VALUE SPACES.
               88 FLAG-ARRED-90                           VALUE "90".
               88 FLAG-ARRED-99                           VALUE "99".
               88 FLAG-ARRED-INTEIRO                      VALUE "00".
