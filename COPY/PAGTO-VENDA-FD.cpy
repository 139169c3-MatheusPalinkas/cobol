      *--------------------------------------------------------------*
      *    FORMAS DE PAGAMENTO DAS VENDAS (pagamentos_venda.dat): UMA
      *    LINHA POR PARTE PAGA DE CADA DOCUMENTO DE VENDA (A VENDA
      *    PODE SER DIVIDIDA EM VARIAS FORMAS), COM A FORMA DA TABELA
      *    DE FORMA-PAGAMENTO.cpy. O DINHEIRO E GRAVADO JA SEM O
      *    TROCO. A DEVOLUCAO GRAVA A PARTE REEMBOLSADA COM VALOR
      *    NEGATIVO. GRAVADO POR TP10-VENDAS E CONFERIDO NO
      *    FECHAMENTO DE CAIXA (TP10-CAIXA) POR OPERADOR E DIA.
      *--------------------------------------------------------------*
       FD  PAGTOS-VENDA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PAGTO-VENDA.

       01  REG-PAGTO-VENDA.
           05 PG-VENDA              PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PG-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PG-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PG-FORMA              PIC X(2)              VALUE SPACES.
               88 FLAG-PG-DINHEIRO                        VALUE "DI".
               88 FLAG-PG-DEBITO                          VALUE "DB".
               88 FLAG-PG-CREDITO                         VALUE "CR".
               88 FLAG-PG-PIX                             VALUE "PX".
               88 FLAG-PG-PRAZO                           VALUE "PZ".
           05 FILLER                PIC X                 VALUE SPACES.
           05 PG-VALOR              PIC S9(7)V9(2)        VALUE ZEROS.
