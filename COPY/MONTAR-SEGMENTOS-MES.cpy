      *--------------------------------------------------------------*
      *    DIVIDE A COMPETENCIA DE UM PRONTUARIO EM SEGMENTOS DE
      *    CARGO / SETOR / VALOR HORA (VER SEGMENTOS-MES.cpy), A
      *    PARTIR DAS MOVIMENTACOES FUNCIONAIS (MOVIMENTACAO-FD.cpy).
      *
      *    O MESTRE JA TRAZ A SITUACAO DA ULTIMA MOVIMENTACAO, MESMO
      *    QUE O EFEITO SEJA FUTURO; POR ISSO A SITUACAO DO INICIO DO
      *    MES E A "ANTERIOR" DA PRIMEIRA MOVIMENTACAO COM EFEITO A
      *    PARTIR DO DIA 1 DA COMPETENCIA, E CADA MOVIMENTACAO DENTRO
      *    DO MES ABRE UM SEGMENTO COM OS VALORES NOVOS. SEM
      *    MOVIMENTACAO DAI EM DIANTE, VALE O MESTRE O MES INTEIRO.
      *    A ADMISSAO NAO DIVIDE O MES (AS HORAS DO MOVIMENTO JA SAO
      *    SO AS TRABALHADAS).
      *
      *    O CHAMADOR DEVE TER DECLARADO UM PARAGRAFO
      *    OBTER-CAMINHO-MOVIMENTACOES.
      *--------------------------------------------------------------*
           MOVE ZEROS  TO WS-TOTAL-MOV-SEG.
           MOVE SPACES TO WS-STATUS-MOVIMENTACOES.

           COMPUTE WS-SEG-PRIMEIRO-DIA =
               WS-SEG-COMP-ANO * 10000 + WS-SEG-COMP-MES * 100 + 1.
           COMPUTE WS-SEG-ULTIMO-DIA =
               WS-SEG-COMP-ANO * 10000 + WS-SEG-COMP-MES * 100 + 31.

           PERFORM OBTER-CAMINHO-MOVIMENTACOES.

           OPEN INPUT MOVIMENTACOES.

           IF FLAG-MOVIMENTACOES-SUCESSO
               PERFORM UNTIL FLAG-MOVIMENTACOES-EOF
                   READ MOVIMENTACOES

                   IF NOT FLAG-MOVIMENTACOES-EOF
                   AND MF-PRONTUARIO = WS-SEG-PRONTUARIO
                   AND NOT FLAG-MF-ADMISSAO
                   AND MF-DATA-EFETIVA >= WS-SEG-PRIMEIRO-DIA
                   AND WS-TOTAL-MOV-SEG < 12
                       ADD 1 TO WS-TOTAL-MOV-SEG
                       MOVE WS-TOTAL-MOV-SEG TO WS-IDX-MOV-SEG
                       MOVE MF-DATA-EFETIVA
                           TO MS-DATA-EFETIVA(WS-IDX-MOV-SEG)
                       MOVE MF-CARGO-ANTERIOR
                           TO MS-CARGO-ANTERIOR(WS-IDX-MOV-SEG)
                       MOVE MF-CARGO-NOVO
                           TO MS-CARGO-NOVO(WS-IDX-MOV-SEG)
                       MOVE MF-SETOR-ANTERIOR
                           TO MS-SETOR-ANTERIOR(WS-IDX-MOV-SEG)
                       MOVE MF-SETOR-NOVO
                           TO MS-SETOR-NOVO(WS-IDX-MOV-SEG)
                       MOVE MF-HORA-ANTERIOR
                           TO MS-HORA-ANTERIOR(WS-IDX-MOV-SEG)
                       MOVE MF-HORA-NOVA
                           TO MS-HORA-NOVA(WS-IDX-MOV-SEG)

      *    INSERCAO ORDENADA PELA DATA DE EFEITO (O ARQUIVO ESTA NA
      *    ORDEM DE REGISTRO, QUE PODE SER RETROATIVO).
                       PERFORM UNTIL WS-IDX-MOV-SEG < 2
                       OR MS-DATA-EFETIVA(WS-IDX-MOV-SEG - 1)
                          <= MS-DATA-EFETIVA(WS-IDX-MOV-SEG)
                           MOVE MOV-SEG-ITEM(WS-IDX-MOV-SEG - 1)
                               TO WS-MOV-SEG-AUX
                           MOVE MOV-SEG-ITEM(WS-IDX-MOV-SEG)
                               TO MOV-SEG-ITEM(WS-IDX-MOV-SEG - 1)
                           MOVE WS-MOV-SEG-AUX
                               TO MOV-SEG-ITEM(WS-IDX-MOV-SEG)
                           SUBTRACT 1 FROM WS-IDX-MOV-SEG
                       END-PERFORM
                   END-IF
               END-PERFORM

               CLOSE MOVIMENTACOES
           END-IF.

           INITIALIZE TB-SEGMENTOS.
           MOVE 1 TO WS-TOTAL-SEGMENTOS.
           MOVE 1 TO SG-DIA-INICIO(1).

           IF WS-TOTAL-MOV-SEG = ZEROS
               MOVE WS-SEG-CARGO-ATUAL  TO SG-CARGO(1)
               MOVE WS-SEG-SETOR-ATUAL  TO SG-SETOR(1)
               MOVE WS-SEG-HORA-ATUAL   TO SG-HORA(1)
           ELSE
               MOVE MS-CARGO-ANTERIOR(1) TO SG-CARGO(1)
               MOVE MS-SETOR-ANTERIOR(1) TO SG-SETOR(1)
               MOVE MS-HORA-ANTERIOR(1)  TO SG-HORA(1)
           END-IF.

           PERFORM VARYING WS-IDX-MOV-SEG FROM 1 BY 1
           UNTIL WS-IDX-MOV-SEG > WS-TOTAL-MOV-SEG

               IF MS-DATA-EFETIVA(WS-IDX-MOV-SEG) <= WS-SEG-ULTIMO-DIA
                   MOVE MS-DATA-EFETIVA(WS-IDX-MOV-SEG)(7:2)
                       TO WS-SEG-DIA

                   IF WS-SEG-DIA > 30
                       MOVE 30 TO WS-SEG-DIA
                   END-IF

      *    DUAS MUDANCAS NO MESMO DIA: VALE A ULTIMA.
                   IF WS-SEG-DIA > SG-DIA-INICIO(WS-TOTAL-SEGMENTOS)
                       ADD 1 TO WS-TOTAL-SEGMENTOS
                       MOVE WS-SEG-DIA
                           TO SG-DIA-INICIO(WS-TOTAL-SEGMENTOS)
                   END-IF

                   MOVE MS-CARGO-NOVO(WS-IDX-MOV-SEG)
                       TO SG-CARGO(WS-TOTAL-SEGMENTOS)
                   MOVE MS-SETOR-NOVO(WS-IDX-MOV-SEG)
                       TO SG-SETOR(WS-TOTAL-SEGMENTOS)
                   MOVE MS-HORA-NOVA(WS-IDX-MOV-SEG)
                       TO SG-HORA(WS-TOTAL-SEGMENTOS)
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-SEG-HORA-SOMA.

           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
           UNTIL WS-IDX-SEG > WS-TOTAL-SEGMENTOS

               IF WS-IDX-SEG < WS-TOTAL-SEGMENTOS
                   COMPUTE SG-DIAS(WS-IDX-SEG) =
                       SG-DIA-INICIO(WS-IDX-SEG + 1)
                     - SG-DIA-INICIO(WS-IDX-SEG)
               ELSE
                   COMPUTE SG-DIAS(WS-IDX-SEG) =
                       31 - SG-DIA-INICIO(WS-IDX-SEG)
               END-IF

               COMPUTE WS-SEG-HORA-SOMA = WS-SEG-HORA-SOMA
                   + SG-HORA(WS-IDX-SEG) * SG-DIAS(WS-IDX-SEG)
           END-PERFORM.

           COMPUTE WS-SEG-HORA-MEDIA ROUNDED = WS-SEG-HORA-SOMA / 30.
