      *--------------------------------------------------------------*
      *    CONTAS A RECEBER (receber.dat): UMA LINHA POR PARCELA DE
      *    VENDA A PRAZO, GRAVADA POR TP10-VENDAS NO FECHAMENTO DA
      *    VENDA. A BAIXA (TP10-RECEBER) ACUMULA O VALOR RECEBIDO NA
      *    PARCELA E A QUITA QUANDO ELE ALCANCA O VALOR DA PARCELA; O
      *    SALDO EM ABERTO DO CLIENTE E A SOMA DE VALOR MENOS
      *    RECEBIDO DAS PARCELAS NAO QUITADAS.
      *--------------------------------------------------------------*
       FD  RECEBER
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RECEBER.

       01  REG-RECEBER.
           05 CR-CLIENTE            PIC X(6)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-VENDA              PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-PARCELA            PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-EMISSAO            PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-VENCIMENTO         PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-VALOR              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-VALOR-PAGO         PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-DATA-PGTO          PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CR-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-CR-ABERTA                          VALUE "A".
               88 FLAG-CR-QUITADA                         VALUE "Q".
