           MOVE ZEROS TO FD-PROD-QTD-ESTOQUE.
           MOVE ZEROS TO FD-PROD-PONTO-REPOSICAO.
           MOVE ZEROS TO FD-PROD-CUSTO-MEDIO.
           MOVE ZEROS TO FD-PROD-DATA-SITUACAO.
           WRITE REG-PRODUTO.

           MOVE ZEROS TO WS-SEQ.
           MOVE 10   TO FD-PROD-PONTO-REPOSICAO.
           COMPUTE FD-PROD-CUSTO-MEDIO = FD-PROD-VALOR * 0,7.

      *    PRODUTO DE TREINO NASCE ATIVO.
           MOVE "A"   TO FD-PROD-SITUACAO.
           MOVE ZEROS TO FD-PROD-DATA-SITUACAO.

           WRITE REG-PRODUTO.
      *--------------------------------------------------------------*
       GERAR-ALUNOS.
