      *--------------------------------------------------------------*
      *    TABELA DE MOTIVOS DE DEVOLUCAO DE VENDA: CODIGO GRAVADO EM
      *    VD-MOTIVO E A DESCRICAO IMPRESSA NO COMPROVANTE E NO
      *    RELATORIO MENSAL DE DEVOLUCOES. UM MOTIVO NOVO E UMA
      *    EDICAO UNICA AQUI (MAIS CONST-QTD-MOTIVOS).
      *--------------------------------------------------------------*
       01 WS-MOTIVOS-DEVOLUCAO.
           05 WS-MOTIVOS-VALORES.
               10 FILLER             PIC X(22)  VALUE
                  "01DEFEITO DE FABRICA  ".
               10 FILLER             PIC X(22)  VALUE
                  "02AVARIA NO TRANSPORTE".
               10 FILLER             PIC X(22)  VALUE
                  "03PRODUTO ERRADO      ".
               10 FILLER             PIC X(22)  VALUE
                  "04DESISTENCIA CLIENTE ".
               10 FILLER             PIC X(22)  VALUE
                  "05PRAZO DE VALIDADE   ".
               10 FILLER             PIC X(22)  VALUE
                  "99OUTROS              ".
           05 WS-MOTIVOS-TABELA REDEFINES WS-MOTIVOS-VALORES.
               10 WS-MOTIVO-ITEM OCCURS 6 TIMES.
                   15 WS-MOT-CODIGO  PIC X(2).
                   15 WS-MOT-DESCRICAO PIC X(20).
       77 CONST-QTD-MOTIVOS         PIC 9(2)             VALUE 6.
       77 WS-IDX-MOTIVO             PIC 9(2)             VALUE ZEROS.
       77 WS-POS-MOTIVO             PIC 9(2)             VALUE ZEROS.
           88 FLAG-MOTIVO-VALIDO                         VALUE 1 THRU 6.
