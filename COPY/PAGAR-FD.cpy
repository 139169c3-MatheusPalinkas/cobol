      *--------------------------------------------------------------*
      *    CONTAS A PAGAR (contas_pagar.dat): UMA LINHA POR PARCELA DA
      *    NOTA DO FORNECEDOR, GRAVADA POR TP10-PEDIDOS NO RECEBIMENTO
      *    DO PEDIDO E INICIADA PELO CODIGO DO FORNECEDOR. A BAIXA
      *    (TP10-PAGAR) ACUMULA O VALOR PAGO E QUITA A PARCELA.
      *    CP-CONFERENCIA GUARDA A CONFERENCIA TRIPLA DA NOTA: VALOR
      *    DA NOTA CONTRA QUANTIDADE RECEBIDA x PF-ULT-PRECO ACORDADO
      *    EM produto_fornecedor.dat (CP-VALOR-ESPERADO).
      *--------------------------------------------------------------*
       FD  PAGAR
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PAGAR.

       01  REG-PAGAR.
           05 CP-FORNECEDOR         PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-NOTA               PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-PARCELA            PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-PEDIDO             PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-EMISSAO            PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-VENCIMENTO         PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-VALOR              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-VALOR-PAGO         PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-DATA-PGTO          PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-CP-ABERTA                          VALUE "A".
               88 FLAG-CP-QUITADA                         VALUE "Q".
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-VALOR-NOTA         PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-VALOR-ESPERADO     PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CP-CONFERENCIA        PIC X                 VALUE "O".
               88 FLAG-CP-CONFERE                         VALUE "O".
               88 FLAG-CP-DIVERGENTE                      VALUE "D".
               88 FLAG-CP-SEM-PRECO                       VALUE "S".
