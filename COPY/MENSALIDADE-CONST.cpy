      *--------------------------------------------------------------*
      *    REGRAS DE PAGAMENTO DA MENSALIDADE: ATE CONST-DIA-DESCONTO
      *    VALE O DESCONTO DE PONTUALIDADE (PADRAO CONST-PERC-DESCONTO,
      *    OU O DA MATRICULA EM descontos.txt); APOS O VENCIMENTO
      *    (CONST-DIA-VENCIMENTO) INCIDEM A MULTA CONTRATUAL E OS
      *    JUROS DE MORA DE 1% AO MES, CONTADOS POR DIA DE ATRASO.
      *    CENTRALIZADAS AQUI PARA A BAIXA NO BALCAO (MENSALIDADE) E
      *    A DO RETORNO BANCARIO (RETORNO-BOLETO) NAO DIVERGIREM.
      *--------------------------------------------------------------*
       77 CONST-DIA-DESCONTO        PIC 9(2)       VALUE 5.
       77 CONST-DIA-VENCIMENTO      PIC 9(2)       VALUE 10.
       77 CONST-PERC-DESCONTO       PIC 9V9(2)     VALUE 0,05.
       77 CONST-PERC-MULTA          PIC 9V9(2)     VALUE 0,02.
       77 CONST-PERC-JUROS-DIA      PIC 9V9(5)     VALUE 0,00033.
