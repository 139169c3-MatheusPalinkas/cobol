                 BY =="produtos_reajuste.TXT"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS-REAJUSTE==
                ==:DDVAR:==  BY =="DD_PRODUTOS-REAJUSTE"==.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
           IF NOT FLAG-PRODUTOS-EOF
               MOVE REG-PRODUTO TO REG-PRODUTO-REAJUSTE

               PERFORM APURAR-SITUACAO-PRODUTO

               IF FD-PROD-SETOR = WS-SETOR
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   COMPUTE WS-CALC-NOVO-VALOR = FD-PROD-VALOR
                                   * ( 1 + WS-PERC-AUMENTO / 100)

