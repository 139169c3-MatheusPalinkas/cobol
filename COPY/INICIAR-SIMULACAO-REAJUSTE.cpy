      *--------------------------------------------------------------*
      *    ABRE A SIMULACAO DE IMPACTO DO REAJUSTE (VER
      *    SIMULACAO-REAJUSTE-STATUS.cpy): SOMA EM TB-SIM-VENDAS AS
      *    UNIDADES VENDIDAS DE CADA PRODUTO NOS ULTIMOS 90 DIAS
      *    (DEVOLUCOES ABATEM) E ABRE O RELATORIO
      *    simulacao_reajuste_AAAAMMDD.TXT. O CHAMADOR DEVE TER
      *    VENDA-SELECT/FD/STATUS E UM PARAGRAFO OBTER-CAMINHO-VENDAS.
      *    SEM vendas.dat A SIMULACAO SAI COM IMPACTO ZERO.
      *--------------------------------------------------------------*
           INITIALIZE WS-SIM-TOTAIS.
           MOVE ZEROS TO WS-SIM-TOTAL-PRODUTOS WS-SIM-TOTAL-SETORES
                         WS-SIM-QTD-ABAIXO-CUSTO WS-SIM-QTD-PRODUTOS.

           ACCEPT WS-SIM-DATA-HOJE FROM DATE YYYYMMDD.

           COMPUTE WS-SIM-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SIM-DATA-HOJE)
               - CONST-DIAS-SIMULACAO + 1).

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM UNTIL FLAG-VENDAS-EOF
                   READ VENDAS

                   IF NOT FLAG-VENDAS-EOF
                   AND VD-DATA >= WS-SIM-DATA-CORTE
                   AND VD-DATA <= WS-SIM-DATA-HOJE
                       MOVE ZEROS TO WS-SIM-POS

                       PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                       UNTIL WS-SIM-IDX > WS-SIM-TOTAL-PRODUTOS
                       OR WS-SIM-POS NOT = ZEROS
                           IF TB-SV-CODIGO(WS-SIM-IDX) = VD-CODIGO
                               MOVE WS-SIM-IDX TO WS-SIM-POS
                           END-IF
                       END-PERFORM

                       IF WS-SIM-POS = ZEROS
                       AND WS-SIM-TOTAL-PRODUTOS
                           < CONST-LIMITE-SIM-PRODUTOS
                           ADD 1 TO WS-SIM-TOTAL-PRODUTOS
                           MOVE WS-SIM-TOTAL-PRODUTOS TO WS-SIM-POS
                           MOVE VD-CODIGO TO TB-SV-CODIGO(WS-SIM-POS)
                           MOVE ZEROS TO TB-SV-UNIDADES(WS-SIM-POS)
                       END-IF

                       IF WS-SIM-POS NOT = ZEROS
                           ADD VD-QUANTIDADE
                               TO TB-SV-UNIDADES(WS-SIM-POS)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE VENDAS
           END-IF.

           MOVE SPACES TO WS-ARQ-SIMULACAO.

           STRING WS-DIR-DADOS               DELIMITED BY SPACE
                  "\simulacao_reajuste_"      DELIMITED BY SIZE
                  WS-SIM-DATA-HOJE            DELIMITED BY SIZE
                  ".TXT"                      DELIMITED BY SIZE
                  INTO WS-ARQ-SIMULACAO.

           DISPLAY "DD_RELAT-SIMULACAO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-SIMULACAO     UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT RELAT-SIMULACAO.

           MOVE :PROGRAMA:        TO SIM-CAB-PROGRAMA.
           MOVE WS-SIM-DATA-CORTE TO SIM-CAB-CORTE.
           MOVE WS-SIM-DATA-HOJE  TO SIM-CAB-HOJE.

           WRITE REC-RELAT-SIMULACAO FROM SIM-CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-SIMULACAO FROM SIM-CABEC2
           BEFORE ADVANCING 2 LINES.
