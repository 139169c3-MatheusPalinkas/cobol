      *--------------------------------------------------------------*
      *    APURA ICMS, PIS E COFINS DE UMA LINHA DE VENDA: LOCALIZA
      *    WS-GF-GRUPO-BUSCA EM TB-GRUPOS-FISCAIS E APLICA AS
      *    ALIQUOTAS DO GRUPO SOBRE WS-GF-BASE, ARREDONDANDO NO
      *    CENTAVO LINHA A LINHA (VER GRUPO-FISCAL-STATUS.cpy). A
      *    DEVOLUCAO TEM BASE NEGATIVA E DA IMPOSTO NEGATIVO, DE MODO
      *    QUE A SOMA DAS LINHAS JA SAI LIQUIDA DAS DEVOLUCOES.
      *--------------------------------------------------------------*
           MOVE ZEROS TO WS-GF-POS-ENCONTRADA WS-GF-VALOR-ICMS
                         WS-GF-VALOR-PIS WS-GF-VALOR-COFINS.

           IF WS-GF-GRUPO-BUSCA NOT = SPACES
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS
               OR FLAG-GF-ENCONTRADO
                   IF TB-GF-GRUPO(WS-IDX-GRUPO) = WS-GF-GRUPO-BUSCA
                       MOVE WS-IDX-GRUPO TO WS-GF-POS-ENCONTRADA
                   END-IF
               END-PERFORM
           END-IF.

           IF FLAG-GF-ENCONTRADO
               COMPUTE WS-GF-VALOR-ICMS ROUNDED = WS-GF-BASE
                   * TB-GF-ALIQ-ICMS(WS-GF-POS-ENCONTRADA) / 100
               COMPUTE WS-GF-VALOR-PIS ROUNDED = WS-GF-BASE
                   * TB-GF-ALIQ-PIS(WS-GF-POS-ENCONTRADA) / 100
               COMPUTE WS-GF-VALOR-COFINS ROUNDED = WS-GF-BASE
                   * TB-GF-ALIQ-COFINS(WS-GF-POS-ENCONTRADA) / 100
           END-IF.
