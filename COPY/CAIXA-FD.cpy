      *--------------------------------------------------------------*
      *    FECHAMENTOS DE CAIXA (fechamento_caixa.dat): UMA LINHA POR
      *    OPERADOR E DIA FECHADO EM TP10-CAIXA, COM A RECEITA DO DIA
      *    EM vendas.dat, O ESPERADO POR FORMA DE PAGAMENTO (SOMA DE
      *    pagamentos_venda.dat), A PARTE DAS VENDAS SEM FORMA
      *    REGISTRADA, O DECLARADO PELO OPERADOR NA CONTAGEM E A
      *    SOBRA (+) OU FALTA (-) DO CAIXA. COM A LINHA GRAVADA, O
      *    DIA ESTA FECHADO E TP10-VENDAS RECUSA NOVOS LANCAMENTOS DO
      *    OPERADOR NAQUELA DATA.
      *--------------------------------------------------------------*
       FD  CAIXA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CAIXA.

       01  REG-CAIXA.
           05 FC-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-RECEITA            PIC S9(8)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-ESP-DINHEIRO       PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-ESP-DEBITO         PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-ESP-CREDITO        PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-ESP-PIX            PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-ESP-PRAZO          PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-SEM-FORMA          PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DEC-DINHEIRO       PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DEC-DEBITO         PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DEC-CREDITO        PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DEC-PIX            PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DIFERENCA          PIC S9(8)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-FECHADO-POR        PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FC-DATA-FECHAMENTO    PIC 9(8)              VALUE ZEROS.
