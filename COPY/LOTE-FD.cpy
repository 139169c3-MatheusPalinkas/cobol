      *--------------------------------------------------------------*
      *    SALDOS POR LOTE (estoque_lotes.dat): UMA LINHA POR PRODUTO
      *    E LOTE COM SALDO, COM A DATA DE VALIDADE E A DATA DA
      *    PRIMEIRA ENTRADA. SO OS PRODUTOS PERECIVEIS TEM LOTE: O
      *    LOTE E INFORMADO NO RECEBIMENTO (TP10-MOVTO, TP10-PEDIDOS)
      *    E AS SAIDAS (TP10-VENDAS, TP10-MOVTO) CONSOMEM PRIMEIRO O
      *    LOTE QUE VENCE ANTES, POR APLICAR-LOTE.cpy. O SALDO POR
      *    LOTE E DO PRODUTO, SEM SEPARAR LOJA E DEPOSITO.
      *--------------------------------------------------------------*
       FD  LOTES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTE.

       01  REG-LOTE.
           05 LT-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LT-LOTE               PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LT-VALIDADE           PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LT-SALDO              PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 LT-DATA-ENTRADA       PIC 9(8)              VALUE ZEROS.
