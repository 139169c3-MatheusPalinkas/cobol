      *--------------------------------------------------------------*
      *    CARREGA EM TB-GRUPOS-FISCAIS OS GRUPOS DE
      *    grupos_fiscais.dat (VER GRUPO-FISCAL-STATUS.cpy). O
      *    CHAMADOR DEVE TER DECLARADO UM PARAGRAFO
      *    OBTER-CAMINHO-GRUPOS. SEM O ARQUIVO, A TABELA FICA VAZIA E
      *    NENHUMA VENDA TEM IMPOSTO APURADO.
      *--------------------------------------------------------------*
           MOVE ZEROS  TO WS-TOTAL-GRUPOS.
           MOVE SPACES TO WS-STATUS-GRUPOS.

           PERFORM OBTER-CAMINHO-GRUPOS.

           OPEN INPUT GRUPOS-FISCAIS.

           IF FLAG-GRUPOS-SUCESSO
               PERFORM UNTIL FLAG-GRUPOS-EOF
               OR WS-TOTAL-GRUPOS >= CONST-LIMITE-GRUPOS
                   READ GRUPOS-FISCAIS

                   IF NOT FLAG-GRUPOS-EOF
                   AND GF-GRUPO NOT = SPACES
                       ADD 1 TO WS-TOTAL-GRUPOS
                       MOVE GF-GRUPO
                           TO TB-GF-GRUPO(WS-TOTAL-GRUPOS)
                       MOVE GF-DESCRICAO
                           TO TB-GF-DESCRICAO(WS-TOTAL-GRUPOS)
                       MOVE GF-ALIQ-ICMS
                           TO TB-GF-ALIQ-ICMS(WS-TOTAL-GRUPOS)
                       MOVE GF-ALIQ-PIS
                           TO TB-GF-ALIQ-PIS(WS-TOTAL-GRUPOS)
                       MOVE GF-ALIQ-COFINS
                           TO TB-GF-ALIQ-COFINS(WS-TOTAL-GRUPOS)
                       MOVE GF-CFOP-VENDA
                           TO TB-GF-CFOP-VENDA(WS-TOTAL-GRUPOS)
                       MOVE GF-CFOP-DEVOLUCAO
                           TO TB-GF-CFOP-DEVOLUCAO(WS-TOTAL-GRUPOS)
                   END-IF
               END-PERFORM

               CLOSE GRUPOS-FISCAIS
           END-IF.
