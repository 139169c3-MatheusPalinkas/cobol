      *--------------------------------------------------------------*
      *    APURA EM WS-SITUACAO-VIGENTE A SITUACAO DO PRODUTO EM
      *    REG-PRODUTO NA DATA DE HOJE: A SITUACAO GRAVADA SO VALE A
      *    PARTIR DE FD-PROD-DATA-SITUACAO, DE MODO QUE UM BLOQUEIO OU
      *    UMA DESCONTINUACAO PROGRAMADA PARA O FUTURO DEIXA O
      *    PRODUTO ATIVO ATE LA. DATA ZERADA VALE DESDE SEMPRE.
      *--------------------------------------------------------------*
           MOVE "A" TO WS-SITUACAO-VIGENTE.

           ACCEPT WS-SITUACAO-HOJE FROM DATE YYYYMMDD.

           IF FD-PROD-DATA-SITUACAO IS NUMERIC
           AND FD-PROD-DATA-SITUACAO NOT > WS-SITUACAO-HOJE
               EVALUATE TRUE
                   WHEN FLAG-PRODUTO-BLOQUEADO
                       MOVE "B" TO WS-SITUACAO-VIGENTE
                   WHEN FLAG-PRODUTO-DESCONTINUADO
                       MOVE "D" TO WS-SITUACAO-VIGENTE
               END-EVALUATE
           END-IF.
