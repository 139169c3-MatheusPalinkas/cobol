           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
               PERFORM APURAR-SITUACAO-PRODUTO

               IF FD-PROD-SETOR = AG-SETOR
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   MOVE FD-PROD-VALOR TO WS-VALOR-ANTIGO-ITEM

                   IF FLAG-AG-AUMENTO
       GRAVAR-REAJUSTE-HIST.
           COPY GRAVAR-REAJUSTE-HIST REPLACING ==:PROGRAMA:==
                                             BY =="TP06_05"==.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
