      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS SALDOS POR LOTE (VER LOTE-FD.cpy,
      *    LOTE-SELECT.cpy E APLICAR-LOTE.cpy). O CHAMADOR PREENCHE
      *    WS-LT-CODIGO, WS-LT-TIPO (E ENTRADA, S SAIDA), WS-LT-QTD
      *    E, NA ENTRADA, WS-LT-LOTE E WS-LT-VALIDADE, E FAZ PERFORM
      *    DO PARAGRAFO QUE CONTEM APLICAR-LOTE.cpy. NA SAIDA,
      *    WS-LT-SEM-LOTE DEVOLVE A PARTE QUE NAO ACHOU SALDO EM LOTE
      *    (PRODUTO SEM CONTROLE DE LOTE OU ESTOQUE ANTIGO).
      *--------------------------------------------------------------*
       77 WS-ARQ-LOTES              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-LOTES           PIC X(02)             VALUE SPACES.
           88 FLAG-LOTES-SUCESSO             VALUE "00".
           88 FLAG-LOTES-EOF                 VALUE "10".
           88 FLAG-LOTES-NAO-CRIADO          VALUE "35".
       77 WS-LT-CODIGO              PIC X(5)              VALUE SPACES.
       77 WS-LT-LOTE                PIC X(10)             VALUE SPACES.
       77 WS-LT-VALIDADE            PIC 9(8)              VALUE ZEROS.
       77 WS-LT-TIPO                PIC X                 VALUE SPACES.
       77 WS-LT-QTD                 PIC 9(5)              VALUE ZEROS.
       77 WS-LT-DATA                PIC 9(8)              VALUE ZEROS.
       77 WS-LT-RESTANTE            PIC 9(5)              VALUE ZEROS.
       77 WS-LT-SEM-LOTE            PIC 9(5)              VALUE ZEROS.
       77 WS-LT-CONSUMO             PIC 9(5)              VALUE ZEROS.
       77 CONST-LIMITE-LOTES        PIC 9(4)              VALUE 999.
       77 WS-TOTAL-LOTES            PIC 9(4)              VALUE ZEROS.
       77 WS-POS-LOTE               PIC 9(4)              VALUE ZEROS.
           88 FLAG-LOTE-NA-TABELA            VALUE 1 THRU 999.
       77 WS-IDX-LOTE               PIC 9(4)              VALUE ZEROS.
       77 WS-LT-ESTOURO             PIC 9                 VALUE ZEROS.
           88 FLAG-LT-ESTOURO                    VALUE 1.
       01 TB-LOTES.
           02 LOTE-ITEM OCCURS 999 TIMES.
               10 TB-LT-CODIGO      PIC X(5)              VALUE SPACES.
               10 TB-LT-LOTE        PIC X(10)             VALUE SPACES.
               10 TB-LT-VALIDADE    PIC 9(8)              VALUE ZEROS.
               10 TB-LT-SALDO       PIC 9(5)              VALUE ZEROS.
               10 TB-LT-ENTRADA     PIC 9(8)              VALUE ZEROS.
