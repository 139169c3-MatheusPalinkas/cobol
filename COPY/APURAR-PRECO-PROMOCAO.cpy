      *--------------------------------------------------------------*
      *    APURA O PRECO DE VENDA DE WS-PM-PRODUTO (SETOR WS-PM-SETOR,
      *    PRECO DE TABELA WS-PM-PRECO-TABELA) PELAS PROMOCOES DE
      *    TB-PROMOCOES (VER CARREGAR-PROMOCOES.cpy). VALE A PROMOCAO
      *    DO PRODUTO OU DO SETOR QUE DER O MENOR PRECO; PROMOCAO QUE
      *    NAO BAIXA O PRECO E IGNORADA. SEM PROMOCAO, O PRECO DE
      *    VENDA E O DE TABELA E WS-PM-NUMERO-APLICADO FICA ZERO.
      *--------------------------------------------------------------*
           MOVE WS-PM-PRECO-TABELA TO WS-PM-PRECO-VENDA.
           MOVE ZEROS              TO WS-PM-NUMERO-APLICADO
                                      WS-PM-FIM-APLICADO.

           PERFORM VARYING WS-IDX-PROMOCAO FROM 1 BY 1
           UNTIL WS-IDX-PROMOCAO > WS-TOTAL-PROMOCOES

               IF (TB-PM-ABRANGENCIA(WS-IDX-PROMOCAO) = "P"
                   AND TB-PM-PRODUTO(WS-IDX-PROMOCAO) = WS-PM-PRODUTO)
               OR (TB-PM-ABRANGENCIA(WS-IDX-PROMOCAO) = "S"
                   AND TB-PM-SETOR(WS-IDX-PROMOCAO) = WS-PM-SETOR)
                   IF TB-PM-TIPO(WS-IDX-PROMOCAO) = "P"
                       MOVE TB-PM-PRECO(WS-IDX-PROMOCAO)
                           TO WS-PM-PRECO-CALCULADO
                   ELSE
                       COMPUTE WS-PM-PRECO-CALCULADO ROUNDED =
                           WS-PM-PRECO-TABELA *
                           (100 - TB-PM-PERCENTUAL(WS-IDX-PROMOCAO))
                           / 100
                   END-IF

                   IF WS-PM-PRECO-CALCULADO < WS-PM-PRECO-VENDA
                       MOVE WS-PM-PRECO-CALCULADO TO WS-PM-PRECO-VENDA
                       MOVE TB-PM-NUMERO(WS-IDX-PROMOCAO)
                           TO WS-PM-NUMERO-APLICADO
                       MOVE TB-PM-DATA-FIM(WS-IDX-PROMOCAO)
                           TO WS-PM-FIM-APLICADO
                   END-IF
               END-IF
           END-PERFORM.
