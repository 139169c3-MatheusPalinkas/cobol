      *--------------------------------------------------------------*
      *    APLICA UM MOVIMENTO NO SALDO POR LOTE (VER LOTE-FD.cpy E
      *    LOTE-STATUS.cpy): CARREGA estoque_lotes.dat, E NA ENTRADA
      *    ("E") SOMA WS-LT-QTD NO LOTE WS-LT-LOTE DE WS-LT-CODIGO
      *    (CRIANDO A LINHA COM A VALIDADE WS-LT-VALIDADE); NA SAIDA
      *    ("S") CONSOME WS-LT-QTD DOS LOTES DO PRODUTO NA ORDEM DA
      *    VALIDADE, O QUE VENCE ANTES PRIMEIRO, E DEIXA EM
      *    WS-LT-SEM-LOTE O QUE FALTOU. REGRAVA O ARQUIVO SO COM OS
      *    LOTES QUE AINDA TEM SALDO. O CHAMADOR DEVE TER FEITO COPY
      *    LOTE-STATUS E DECLARADO UM PARAGRAFO OBTER-CAMINHO-LOTES.
      *    SE O ARQUIVO NAO COUBER NA TABELA, NADA E APLICADO NEM
      *    REGRAVADO E FLAG-LT-ESTOURO FICA LIGADO.
      *--------------------------------------------------------------*
           MOVE ZEROS  TO WS-TOTAL-LOTES WS-LT-ESTOURO.
           MOVE WS-LT-QTD TO WS-LT-SEM-LOTE.
           MOVE SPACES TO WS-STATUS-LOTES.

           PERFORM OBTER-CAMINHO-LOTES.

           OPEN INPUT LOTES.

           IF FLAG-LOTES-SUCESSO
               PERFORM UNTIL FLAG-LOTES-EOF
               OR WS-TOTAL-LOTES >= CONST-LIMITE-LOTES
                   READ LOTES

                   IF NOT FLAG-LOTES-EOF
                       ADD 1 TO WS-TOTAL-LOTES
                       MOVE LT-CODIGO
                           TO TB-LT-CODIGO(WS-TOTAL-LOTES)
                       MOVE LT-LOTE
                           TO TB-LT-LOTE(WS-TOTAL-LOTES)
                       MOVE LT-VALIDADE
                           TO TB-LT-VALIDADE(WS-TOTAL-LOTES)
                       MOVE LT-SALDO
                           TO TB-LT-SALDO(WS-TOTAL-LOTES)
                       MOVE LT-DATA-ENTRADA
                           TO TB-LT-ENTRADA(WS-TOTAL-LOTES)
                   END-IF
               END-PERFORM

               IF NOT FLAG-LOTES-EOF
                   MOVE 1 TO WS-LT-ESTOURO
               END-IF

               CLOSE LOTES
           END-IF.

           IF FLAG-LT-ESTOURO
               DISPLAY "SALDOS POR LOTE ACIMA DO LIMITE - "
                   "MOVIMENTO DE LOTE NAO APLICADO"
                   FOREGROUND-COLOR 6 AT 2328
           END-IF.

           IF WS-LT-TIPO = "E"
           AND NOT FLAG-LT-ESTOURO
               MOVE ZEROS TO WS-POS-LOTE

               PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE > WS-TOTAL-LOTES

                   IF TB-LT-CODIGO(WS-IDX-LOTE) = WS-LT-CODIGO
                   AND TB-LT-LOTE(WS-IDX-LOTE) = WS-LT-LOTE
                       MOVE WS-IDX-LOTE TO WS-POS-LOTE
                   END-IF
               END-PERFORM

               IF NOT FLAG-LOTE-NA-TABELA
               AND WS-TOTAL-LOTES < CONST-LIMITE-LOTES
                   ADD 1 TO WS-TOTAL-LOTES
                   MOVE WS-TOTAL-LOTES TO WS-POS-LOTE
                   MOVE WS-LT-CODIGO   TO TB-LT-CODIGO(WS-POS-LOTE)
                   MOVE WS-LT-LOTE     TO TB-LT-LOTE(WS-POS-LOTE)
                   MOVE WS-LT-VALIDADE TO TB-LT-VALIDADE(WS-POS-LOTE)
                   MOVE WS-LT-DATA     TO TB-LT-ENTRADA(WS-POS-LOTE)
                   MOVE ZEROS          TO TB-LT-SALDO(WS-POS-LOTE)
               END-IF

               IF FLAG-LOTE-NA-TABELA
                   ADD WS-LT-QTD TO TB-LT-SALDO(WS-POS-LOTE)
                   MOVE ZEROS    TO WS-LT-SEM-LOTE
               END-IF
           END-IF.

           IF WS-LT-TIPO = "S"
           AND NOT FLAG-LT-ESTOURO
               MOVE WS-LT-QTD TO WS-LT-RESTANTE
               MOVE 1         TO WS-POS-LOTE

               PERFORM UNTIL WS-LT-RESTANTE = ZEROS
               OR NOT FLAG-LOTE-NA-TABELA
                   MOVE ZEROS TO WS-POS-LOTE

                   PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-TOTAL-LOTES

                       IF TB-LT-CODIGO(WS-IDX-LOTE) = WS-LT-CODIGO
                       AND TB-LT-SALDO(WS-IDX-LOTE) > ZEROS
                           IF WS-POS-LOTE = ZEROS
                               MOVE WS-IDX-LOTE TO WS-POS-LOTE
                           END-IF

                           IF TB-LT-VALIDADE(WS-IDX-LOTE)
                              < TB-LT-VALIDADE(WS-POS-LOTE)
                               MOVE WS-IDX-LOTE TO WS-POS-LOTE
                           END-IF
                       END-IF
                   END-PERFORM

                   IF FLAG-LOTE-NA-TABELA
                       IF TB-LT-SALDO(WS-POS-LOTE) < WS-LT-RESTANTE
                           MOVE TB-LT-SALDO(WS-POS-LOTE)
                               TO WS-LT-CONSUMO
                       ELSE
                           MOVE WS-LT-RESTANTE TO WS-LT-CONSUMO
                       END-IF

                       SUBTRACT WS-LT-CONSUMO
                           FROM TB-LT-SALDO(WS-POS-LOTE)
                       SUBTRACT WS-LT-CONSUMO FROM WS-LT-RESTANTE
                   END-IF
               END-PERFORM

               MOVE WS-LT-RESTANTE TO WS-LT-SEM-LOTE
           END-IF.

           IF NOT FLAG-LT-ESTOURO
               OPEN OUTPUT LOTES

               PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE > WS-TOTAL-LOTES

                   IF TB-LT-SALDO(WS-IDX-LOTE) > ZEROS
                       MOVE SPACES TO REG-LOTE
                       MOVE TB-LT-CODIGO(WS-IDX-LOTE)   TO LT-CODIGO
                       MOVE TB-LT-LOTE(WS-IDX-LOTE)     TO LT-LOTE
                       MOVE TB-LT-VALIDADE(WS-IDX-LOTE) TO LT-VALIDADE
                       MOVE TB-LT-SALDO(WS-IDX-LOTE)    TO LT-SALDO
                       MOVE TB-LT-ENTRADA(WS-IDX-LOTE)
                           TO LT-DATA-ENTRADA
                       WRITE REG-LOTE
                   END-IF
               END-PERFORM

               CLOSE LOTES
           END-IF.
