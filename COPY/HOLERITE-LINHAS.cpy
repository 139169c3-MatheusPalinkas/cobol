      *    IMPRESSAO DA FOLHA (TP08-MAIN) E A REIMPRESSAO AVULSA
      *    (TP08-REIMPRIME). O CHAMADOR PREENCHE OS CAMPOS HOL-* E
      *    GRAVA AS LINHAS QUE USA: TP08-MAIN EMITE CABECALHO, 1 A
      *    7, 9 A 11, UMA LINHA-RUBRICA POR LANCAMENTO E RODAPE;
      *    TP08-REIMPRIME EMITE CABECALHO, 1 A 8, 10, 11 E RODAPE.
      *--------------------------------------------------------------*
       01 HOL-CABECALHO.
           05 FILLER              PIC X(30)      VALUE SPACES.
              "Adic Insal/Peric: ".
           05 HOL-ADIC-RISCO      PIC $ZZZZ9,99  VALUE ZEROS.
           05 FILLER              PIC X(24)      VALUE SPACES.
       01 HOL-LINHA-10.
           05 FILLER              PIC X(19)      VALUE
              "Desc Vale-Transp: ".
           05 HOL-VALE-TRANSPORTE PIC $ZZZZ9,99  VALUE ZEROS.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(17)      VALUE
              "Salario-Familia: ".
           05 HOL-SALARIO-FAMILIA PIC $ZZZZ9,99  VALUE ZEROS.
           05 FILLER              PIC X(24)      VALUE SPACES.
       01 HOL-LINHA-11.
           05 FILLER              PIC X(19)      VALUE
              "Desc Plano Saude: ".
           05 HOL-PLANO-SAUDE     PIC $ZZZZ9,99  VALUE ZEROS.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(17)      VALUE
              "Desc Sindical:   ".
           05 HOL-SINDICAL        PIC $ZZZZ9,99  VALUE ZEROS.
           05 FILLER              PIC X(24)      VALUE SPACES.
      *    LINHA DE DETALHE DE RUBRICA AVULSA, UMA POR LANCAMENTO DA
      *    COMPETENCIA (SO NA IMPRESSAO DA FOLHA; A REIMPRESSAO USA
      *    OS TOTAIS DE HOL-LINHA-8, POIS folha.dat SO GUARDA TOTAIS).
