      *--------------------------------------------------------------*
      *    FECHA A SIMULACAO DE IMPACTO DO REAJUSTE (VER
      *    SIMULACAO-REAJUSTE-STATUS.cpy): TOTAIS POR SETOR, TOTAL
      *    GERAL, QUANTIDADE ABAIXO DO CUSTO E ESPACO PARA AS
      *    ASSINATURAS DO APLICADOR E DO APROVADOR. DEIXA OS TOTAIS
      *    EDITADOS EM WS-SIM-ED-* PARA A TELA DO CHAMADOR. O
      *    RELATORIO ENTRA NO INDICE CENTRAL, ENTAO O CHAMADOR DEVE TER
      *    SPOOL-SELECT/FD/STATUS E UM PARAGRAFO REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
           MOVE SPACES TO REC-RELAT-SIMULACAO.
           WRITE REC-RELAT-SIMULACAO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-SIMULACAO FROM SIM-CABEC-SETORES
           BEFORE ADVANCING 1 LINE.

           PERFORM VARYING WS-SIM-POS-SETOR FROM 1 BY 1
           UNTIL WS-SIM-POS-SETOR > WS-SIM-TOTAL-SETORES
               MOVE TB-SS-SETOR(WS-SIM-POS-SETOR) TO SIM-SET-SETOR
               MOVE TB-SS-RECEITA-ATUAL(WS-SIM-POS-SETOR)
                   TO SIM-SET-RECEITA-ATUAL
               MOVE TB-SS-RECEITA-NOVA(WS-SIM-POS-SETOR)
                   TO SIM-SET-RECEITA-NOVA
               COMPUTE SIM-SET-IMPACTO =
                   TB-SS-RECEITA-NOVA(WS-SIM-POS-SETOR)
                   - TB-SS-RECEITA-ATUAL(WS-SIM-POS-SETOR)
               MOVE TB-SS-MARGEM-ATUAL(WS-SIM-POS-SETOR)
                   TO SIM-SET-MARGEM-ATUAL
               MOVE TB-SS-MARGEM-NOVA(WS-SIM-POS-SETOR)
                   TO SIM-SET-MARGEM-NOVA

               WRITE REC-RELAT-SIMULACAO FROM SIM-LINHA-SETOR
               BEFORE ADVANCING 1 LINE
           END-PERFORM.

           COMPUTE WS-SIM-TOT-IMPACTO =
               WS-SIM-TOT-RECEITA-NOVA - WS-SIM-TOT-RECEITA-ATUAL.

           MOVE "TOTAL"                  TO SIM-SET-SETOR.
           MOVE WS-SIM-TOT-RECEITA-ATUAL TO SIM-SET-RECEITA-ATUAL.
           MOVE WS-SIM-TOT-RECEITA-NOVA  TO SIM-SET-RECEITA-NOVA.
           MOVE WS-SIM-TOT-IMPACTO       TO SIM-SET-IMPACTO.
           MOVE WS-SIM-TOT-MARGEM-ATUAL  TO SIM-SET-MARGEM-ATUAL.
           MOVE WS-SIM-TOT-MARGEM-NOVA   TO SIM-SET-MARGEM-NOVA.

           WRITE REC-RELAT-SIMULACAO FROM SIM-LINHA-SETOR
           BEFORE ADVANCING 2 LINES.

           MOVE WS-SIM-QTD-PRODUTOS     TO SIM-TOT-PRODUTOS.
           MOVE WS-SIM-QTD-ABAIXO-CUSTO TO SIM-TOT-ABAIXO.

           WRITE REC-RELAT-SIMULACAO FROM SIM-RODAPE
           BEFORE ADVANCING 3 LINES.
           WRITE REC-RELAT-SIMULACAO FROM SIM-ASSINATURA
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-SIMULACAO.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "SIMULACAO PRODUTOS=" DELIMITED BY SIZE
                  WS-SIM-QTD-PRODUTOS DELIMITED BY SIZE
                  " ABAIXO CUSTO=" DELIMITED BY SIZE
                  WS-SIM-QTD-ABAIXO-CUSTO DELIMITED BY SIZE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-SIMULACAO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           MOVE WS-SIM-TOT-RECEITA-ATUAL TO WS-SIM-ED-RECEITA-ATUAL.
           MOVE WS-SIM-TOT-RECEITA-NOVA  TO WS-SIM-ED-RECEITA-NOVA.
           MOVE WS-SIM-TOT-IMPACTO       TO WS-SIM-ED-IMPACTO.
           MOVE WS-SIM-TOT-MARGEM-ATUAL  TO WS-SIM-ED-MARGEM-ATUAL.
           MOVE WS-SIM-TOT-MARGEM-NOVA   TO WS-SIM-ED-MARGEM-NOVA.
