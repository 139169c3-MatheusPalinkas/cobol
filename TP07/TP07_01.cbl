                 BY =="PRODUTOS2.TXT"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS2==
                ==:DDVAR:==  BY =="DD_FILE-PRODUTOS2"==.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
               PERFORM APURAR-SITUACAO-PRODUTO

               IF FD-PROD-SETOR = WS-SETOR
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   ADD 1 TO WS-QTD-AFETADOS
               END-IF
           END-IF.
           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
               PERFORM APURAR-SITUACAO-PRODUTO

               IF FD-PROD-SETOR = WS-SETOR
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   MOVE FD-PROD-VALOR TO WS-VALOR-ANTIGO-ITEM

                   IF FLAG-REAJUSTE-AUMENTO
