      *--------------------------------------------------------------*
      *    TABELA DE FORMAS DE PAGAMENTO DA VENDA: CODIGO GRAVADO EM
      *    PG-FORMA (VER PAGTO-VENDA-FD.cpy) E A DESCRICAO MOSTRADA NA
      *    TELA E IMPRESSA NO TICKET. "PZ" E A PARTE LANCADA NA CONTA
      *    DO CLIENTE (VIRA PARCELAS A RECEBER) E NAO ENTRA NO CAIXA.
      *    UMA FORMA NOVA E UMA EDICAO UNICA AQUI (MAIS
      *    CONST-QTD-FORMAS).
      *--------------------------------------------------------------*
       01 WS-FORMAS-PAGAMENTO.
           05 WS-FORMAS-VALORES.
               10 FILLER             PIC X(20)  VALUE
                  "DIDINHEIRO          ".
               10 FILLER             PIC X(20)  VALUE
                  "DBCARTAO DE DEBITO  ".
               10 FILLER             PIC X(20)  VALUE
                  "CRCARTAO DE CREDITO ".
               10 FILLER             PIC X(20)  VALUE
                  "PXPIX               ".
               10 FILLER             PIC X(20)  VALUE
                  "PZA PRAZO (CLIENTE) ".
           05 WS-FORMAS-TABELA REDEFINES WS-FORMAS-VALORES.
               10 WS-FORMA-ITEM OCCURS 5 TIMES.
                   15 WS-FOR-CODIGO  PIC X(2).
                   15 WS-FOR-DESCRICAO PIC X(18).
       77 CONST-QTD-FORMAS          PIC 9(2)             VALUE 5.
       77 WS-IDX-FORMA              PIC 9(2)             VALUE ZEROS.
       77 WS-POS-FORMA              PIC 9(2)             VALUE ZEROS.
           88 FLAG-FORMA-VALIDA                          VALUE 1 THRU 5.
