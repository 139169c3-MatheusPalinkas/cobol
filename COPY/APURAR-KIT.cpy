      *--------------------------------------------------------------*
      *    CARREGA A COMPOSICAO DO KIT WS-KT-KIT (kits.dat) EM
      *    TB-KIT-COMPONENTES E LE NO MESTRE O SALDO E O CUSTO MEDIO
      *    DE CADA COMPONENTE: WS-KT-MONTAVEIS DEVOLVE QUANTOS KITS
      *    OS SALDOS DOS COMPONENTES PERMITEM MONTAR E WS-KT-CUSTO O
      *    CUSTO DE UM KIT PELA SOMA DOS CUSTOS MEDIOS. PRODUTO QUE
      *    NAO E KIT VOLTA COM WS-KT-TOTAL-COMPONENTES ZERO. O
      *    CHAMADOR DEVE TER FEITO COPY KIT-STATUS, ABERTO PRODUTOS
      *    E DECLARADO UM PARAGRAFO OBTER-CAMINHO-KITS; REG-PRODUTO E
      *    WS-STATUS-PRODUTOS VOLTAM COMO ESTAVAM.
      *--------------------------------------------------------------*
           MOVE ZEROS  TO WS-KT-TOTAL-COMPONENTES WS-KT-MONTAVEIS
                          WS-KT-CUSTO.
           MOVE SPACES TO WS-STATUS-KITS.

           PERFORM OBTER-CAMINHO-KITS.

           OPEN INPUT KITS.

           IF FLAG-KITS-SUCESSO
               PERFORM UNTIL FLAG-KITS-EOF
                   READ KITS

                   IF NOT FLAG-KITS-EOF
                   AND KT-KIT = WS-KT-KIT
                   AND WS-KT-TOTAL-COMPONENTES
                       < CONST-LIMITE-COMPONENTES
                       ADD 1 TO WS-KT-TOTAL-COMPONENTES
                       MOVE KT-COMPONENTE
                           TO TB-KC-CODIGO(WS-KT-TOTAL-COMPONENTES)
                       MOVE KT-QUANTIDADE
                           TO TB-KC-QUANTIDADE(WS-KT-TOTAL-COMPONENTES)
                   END-IF
               END-PERFORM

               CLOSE KITS
           END-IF.

           IF FLAG-KT-E-KIT
               MOVE REG-PRODUTO        TO WS-KT-REG-SALVO
               MOVE WS-STATUS-PRODUTOS TO WS-KT-STATUS-SALVO
               MOVE 99999              TO WS-KT-MONTAVEIS

               PERFORM VARYING WS-KT-IDX FROM 1 BY 1
               UNTIL WS-KT-IDX > WS-KT-TOTAL-COMPONENTES
                   MOVE TB-KC-CODIGO(WS-KT-IDX) TO FD-PROD-CODIGO
                   READ PRODUTOS

                   MOVE ZEROS TO TB-KC-SALDO(WS-KT-IDX)
                                 TB-KC-CUSTO(WS-KT-IDX)
                   MOVE "NAO CADASTRADO" TO TB-KC-DESCRICAO(WS-KT-IDX)

                   IF FLAG-PRODUTOS-SUCESSO
                       MOVE FD-PROD-DESCRICAO
                           TO TB-KC-DESCRICAO(WS-KT-IDX)
                       MOVE FD-PROD-QTD-ESTOQUE
                           TO TB-KC-SALDO(WS-KT-IDX)

                       IF FD-PROD-CUSTO-MEDIO NUMERIC
                           MOVE FD-PROD-CUSTO-MEDIO
                               TO TB-KC-CUSTO(WS-KT-IDX)
                       END-IF
                   END-IF

                   IF TB-KC-QUANTIDADE(WS-KT-IDX) = ZEROS
                       MOVE 1 TO TB-KC-QUANTIDADE(WS-KT-IDX)
                   END-IF

                   DIVIDE TB-KC-SALDO(WS-KT-IDX)
                       BY TB-KC-QUANTIDADE(WS-KT-IDX)
                       GIVING WS-KT-POSSIVEIS

                   IF WS-KT-POSSIVEIS < WS-KT-MONTAVEIS
                       MOVE WS-KT-POSSIVEIS TO WS-KT-MONTAVEIS
                   END-IF

                   COMPUTE WS-KT-CUSTO = WS-KT-CUSTO
                       + TB-KC-CUSTO(WS-KT-IDX)
                       * TB-KC-QUANTIDADE(WS-KT-IDX)
                       ON SIZE ERROR
                           MOVE 99999,99 TO WS-KT-CUSTO
                   END-COMPUTE
               END-PERFORM

               MOVE WS-KT-REG-SALVO    TO REG-PRODUTO
               MOVE WS-KT-STATUS-SALVO TO WS-STATUS-PRODUTOS
           END-IF.
