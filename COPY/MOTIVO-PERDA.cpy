      *--------------------------------------------------------------*
      *    TABELA DE MOTIVOS DE PERDA DE ESTOQUE: CODIGO GRAVADO EM
      *    PE-MOTIVO (VER PERDA-FD.cpy) NO LANCAMENTO DE PERDA DE
      *    TP10-MOVTO E A DESCRICAO IMPRESSA NO RELATORIO MENSAL DE
      *    QUEBRAS TP10-PERDAS. UM MOTIVO NOVO E UMA EDICAO UNICA
      *    AQUI (MAIS CONST-QTD-MOTIVOS-PERDA).
      *--------------------------------------------------------------*
       01 WS-MOTIVOS-PERDA.
           05 WS-MOTIVOS-PERDA-VALORES.
               10 FILLER             PIC X(22)  VALUE
                  "01QUEBRA / AVARIA     ".
               10 FILLER             PIC X(22)  VALUE
                  "02FURTO / ROUBO       ".
               10 FILLER             PIC X(22)  VALUE
                  "03VALIDADE VENCIDA    ".
               10 FILLER             PIC X(22)  VALUE
                  "04USO INTERNO         ".
               10 FILLER             PIC X(22)  VALUE
                  "05DETERIORACAO        ".
               10 FILLER             PIC X(22)  VALUE
                  "06DEGUSTACAO / AMOSTRA".
               10 FILLER             PIC X(22)  VALUE
                  "99OUTROS              ".
           05 WS-MOTIVOS-PERDA-TABELA
                                  REDEFINES WS-MOTIVOS-PERDA-VALORES.
               10 WS-MOTIVO-PERDA-ITEM OCCURS 7 TIMES.
                   15 WS-MPD-CODIGO  PIC X(2).
                   15 WS-MPD-DESCRICAO PIC X(20).
       77 CONST-QTD-MOTIVOS-PERDA   PIC 9(2)             VALUE 7.
       77 WS-IDX-MOTIVO-PERDA       PIC 9(2)             VALUE ZEROS.
       77 WS-POS-MOTIVO-PERDA       PIC 9(2)             VALUE ZEROS.
           88 FLAG-MOTIVO-PERDA-VALIDO                   VALUE 1 THRU 7.
