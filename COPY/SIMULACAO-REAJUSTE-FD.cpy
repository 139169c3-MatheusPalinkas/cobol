      *--------------------------------------------------------------*
      *    RELATORIO DA SIMULACAO DE IMPACTO DO REAJUSTE
      *    (simulacao_reajuste_AAAAMMDD.TXT), GRAVADO NA PREVIA DO
      *    TP06_02 E DO TP06_06 PARA O APROVADOR ASSINAR OS NUMEROS,
      *    NAO SO O PERCENTUAL.
      *--------------------------------------------------------------*
       FD RELAT-SIMULACAO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-SIMULACAO PIC X(80).
