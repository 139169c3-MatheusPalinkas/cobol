      *--------------------------------------------------------------*
      *    CARREGA EM TB-PROMOCOES AS PROMOCOES DE promocoes.dat
      *    VALIDAS EM WS-PM-DATA-VIGENCIA (VER PROMOCAO-STATUS.cpy).
      *    O CHAMADOR DEVE TER DECLARADO UM PARAGRAFO
      *    OBTER-CAMINHO-PROMOCOES. SEM O ARQUIVO, A TABELA FICA
      *    VAZIA E TODO PRODUTO SAI PELO PRECO DE TABELA.
      *--------------------------------------------------------------*
           MOVE ZEROS  TO WS-TOTAL-PROMOCOES.
           MOVE SPACES TO WS-STATUS-PROMOCOES.

           PERFORM OBTER-CAMINHO-PROMOCOES.

           OPEN INPUT PROMOCOES.

           IF FLAG-PROMOCOES-SUCESSO
               PERFORM UNTIL FLAG-PROMOCOES-EOF
               OR WS-TOTAL-PROMOCOES >= CONST-LIMITE-PROMOCOES
                   READ PROMOCOES

                   IF NOT FLAG-PROMOCOES-EOF
                   AND PM-DATA-INICIO <= WS-PM-DATA-VIGENCIA
                   AND PM-DATA-FIM >= WS-PM-DATA-VIGENCIA
                       ADD 1 TO WS-TOTAL-PROMOCOES
                       MOVE PM-NUMERO
                           TO TB-PM-NUMERO(WS-TOTAL-PROMOCOES)
                       MOVE PM-ABRANGENCIA
                           TO TB-PM-ABRANGENCIA(WS-TOTAL-PROMOCOES)
                       MOVE PM-PRODUTO
                           TO TB-PM-PRODUTO(WS-TOTAL-PROMOCOES)
                       MOVE PM-SETOR
                           TO TB-PM-SETOR(WS-TOTAL-PROMOCOES)
                       MOVE PM-TIPO
                           TO TB-PM-TIPO(WS-TOTAL-PROMOCOES)
                       MOVE PM-PRECO
                           TO TB-PM-PRECO(WS-TOTAL-PROMOCOES)
                       MOVE PM-PERCENTUAL
                           TO TB-PM-PERCENTUAL(WS-TOTAL-PROMOCOES)
                       MOVE PM-DATA-FIM
                           TO TB-PM-DATA-FIM(WS-TOTAL-PROMOCOES)
                   END-IF
               END-PERFORM

               CLOSE PROMOCOES
           END-IF.
