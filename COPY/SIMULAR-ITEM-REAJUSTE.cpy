      *--------------------------------------------------------------*
      *    SIMULA O PRODUTO EM REG-PRODUTO NO PRECO WS-SIM-PRECO-NOVO
      *    (VER SIMULACAO-REAJUSTE-STATUS.cpy): RECEITA E MARGEM
      *    BRUTA MENSAIS ESTIMADAS ANTES E DEPOIS, ACUMULADAS POR
      *    SETOR E NO TOTAL, E UMA LINHA NO RELATORIO. "*AC" MARCA O
      *    PRODUTO CUJO NOVO PRECO FICA ABAIXO DO CUSTO MEDIO; "SC" O
      *    PRODUTO SEM CUSTO MEDIO, QUE FICA FORA DA MARGEM.
      *--------------------------------------------------------------*
           ADD 1 TO WS-SIM-QTD-PRODUTOS.

           MOVE ZEROS TO WS-SIM-POS WS-SIM-UNIDADES.

           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
           UNTIL WS-SIM-IDX > WS-SIM-TOTAL-PRODUTOS
           OR WS-SIM-POS NOT = ZEROS
               IF TB-SV-CODIGO(WS-SIM-IDX) = FD-PROD-CODIGO
                   MOVE WS-SIM-IDX TO WS-SIM-POS
               END-IF
           END-PERFORM.

           IF WS-SIM-POS NOT = ZEROS
           AND TB-SV-UNIDADES(WS-SIM-POS) > ZEROS
               MOVE TB-SV-UNIDADES(WS-SIM-POS) TO WS-SIM-UNIDADES
           END-IF.

           COMPUTE WS-SIM-RECEITA-ATUAL ROUNDED =
               WS-SIM-UNIDADES * FD-PROD-VALOR * 30
               / CONST-DIAS-SIMULACAO.
           COMPUTE WS-SIM-RECEITA-NOVA ROUNDED =
               WS-SIM-UNIDADES * WS-SIM-PRECO-NOVO * 30
               / CONST-DIAS-SIMULACAO.

           MOVE ZEROS  TO WS-SIM-MARGEM-ATUAL WS-SIM-MARGEM-NOVA.
           MOVE SPACES TO SIM-REL-MARCA.

           IF FD-PROD-CUSTO-MEDIO > ZEROS
               COMPUTE WS-SIM-MARGEM-ATUAL ROUNDED =
                   WS-SIM-UNIDADES
                   * (FD-PROD-VALOR - FD-PROD-CUSTO-MEDIO) * 30
                   / CONST-DIAS-SIMULACAO
               COMPUTE WS-SIM-MARGEM-NOVA ROUNDED =
                   WS-SIM-UNIDADES
                   * (WS-SIM-PRECO-NOVO - FD-PROD-CUSTO-MEDIO) * 30
                   / CONST-DIAS-SIMULACAO

               IF WS-SIM-PRECO-NOVO < FD-PROD-CUSTO-MEDIO
                   MOVE "*AC" TO SIM-REL-MARCA
                   ADD 1 TO WS-SIM-QTD-ABAIXO-CUSTO
               END-IF
           ELSE
               MOVE "SC" TO SIM-REL-MARCA
           END-IF.

           MOVE ZEROS TO WS-SIM-POS-SETOR.

           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
           UNTIL WS-SIM-IDX > WS-SIM-TOTAL-SETORES
           OR WS-SIM-POS-SETOR NOT = ZEROS
               IF TB-SS-SETOR(WS-SIM-IDX) = FD-PROD-SETOR
                   MOVE WS-SIM-IDX TO WS-SIM-POS-SETOR
               END-IF
           END-PERFORM.

           IF WS-SIM-POS-SETOR = ZEROS
           AND WS-SIM-TOTAL-SETORES < CONST-LIMITE-SIM-SETORES
               ADD 1 TO WS-SIM-TOTAL-SETORES
               MOVE WS-SIM-TOTAL-SETORES TO WS-SIM-POS-SETOR
               INITIALIZE SIM-SETOR-ITEM(WS-SIM-POS-SETOR)
               MOVE FD-PROD-SETOR TO TB-SS-SETOR(WS-SIM-POS-SETOR)
           END-IF.

           IF WS-SIM-POS-SETOR NOT = ZEROS
               ADD WS-SIM-RECEITA-ATUAL
                   TO TB-SS-RECEITA-ATUAL(WS-SIM-POS-SETOR)
               ADD WS-SIM-RECEITA-NOVA
                   TO TB-SS-RECEITA-NOVA(WS-SIM-POS-SETOR)
               ADD WS-SIM-MARGEM-ATUAL
                   TO TB-SS-MARGEM-ATUAL(WS-SIM-POS-SETOR)
               ADD WS-SIM-MARGEM-NOVA
                   TO TB-SS-MARGEM-NOVA(WS-SIM-POS-SETOR)
           END-IF.

           ADD WS-SIM-RECEITA-ATUAL TO WS-SIM-TOT-RECEITA-ATUAL.
           ADD WS-SIM-RECEITA-NOVA  TO WS-SIM-TOT-RECEITA-NOVA.
           ADD WS-SIM-MARGEM-ATUAL  TO WS-SIM-TOT-MARGEM-ATUAL.
           ADD WS-SIM-MARGEM-NOVA   TO WS-SIM-TOT-MARGEM-NOVA.

           MOVE FD-PROD-CODIGO      TO SIM-REL-CODIGO.
           MOVE FD-PROD-SETOR       TO SIM-REL-SETOR.
           MOVE WS-SIM-UNIDADES     TO SIM-REL-UNIDADES.
           MOVE FD-PROD-VALOR       TO SIM-REL-PRECO-ATUAL.
           MOVE WS-SIM-PRECO-NOVO   TO SIM-REL-PRECO-NOVO.
           MOVE FD-PROD-CUSTO-MEDIO TO SIM-REL-CUSTO.
           COMPUTE SIM-REL-IMPACTO =
               WS-SIM-RECEITA-NOVA - WS-SIM-RECEITA-ATUAL.
           MOVE WS-SIM-MARGEM-ATUAL TO SIM-REL-MARGEM-ATUAL.
           MOVE WS-SIM-MARGEM-NOVA  TO SIM-REL-MARGEM-NOVA.

           WRITE REC-RELAT-SIMULACAO FROM SIM-DETALHE
           BEFORE ADVANCING 1 LINE.
