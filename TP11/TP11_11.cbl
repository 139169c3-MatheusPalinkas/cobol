               FOREGROUND-COLOR 6
               PERFORM FAZER-LOGIN
           END-IF.

      *    O OPERADOR LOGADO VAI PARA O INDICE DE RELATORIOS DOS
      *    PROGRAMAS CHAMADOS (VER REGISTRAR-SPOOL.cpy).
           IF FLAG-LOGIN-VALIDO
               DISPLAY "COBOL_OPERADOR" UPON ENVIRONMENT-NAME
               DISPLAY WS-LOGIN-ID      UPON ENVIRONMENT-VALUE
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-OPERADORES.

           FOREGROUND-COLOR 8.
           DISPLAY "4 - registro da empresa" AT 1028
           FOREGROUND-COLOR 8.
           DISPLAY "5 - retencao de dados pessoais (LGPD)" AT 1128
           FOREGROUND-COLOR 8.
           DISPLAY "6 - spool de relatorios" AT 1228
           FOREGROUND-COLOR 8.
           DISPLAY "7 - pacote de indicadores gerenciais" AT 1328
           FOREGROUND-COLOR 8.
           DISPLAY "8 - projecao de fluxo de caixa" AT 1428
           FOREGROUND-COLOR 8.
           DISPLAY "9 - voltar" AT 1528
           FOREGROUND-COLOR 8.

           PERFORM ACEITAR-OPCAO-SUB.
               WHEN 4
                   MOVE "TP11_10" TO WS-PROGRAMA-ESCOLHIDO
                   PERFORM CHAMAR-PROGRAMA
               WHEN 5
                   MOVE "TP11_13" TO WS-PROGRAMA-ESCOLHIDO
                   PERFORM CHAMAR-PROGRAMA
               WHEN 6
                   MOVE "TP11_14" TO WS-PROGRAMA-ESCOLHIDO
                   PERFORM CHAMAR-PROGRAMA
               WHEN 7
                   MOVE "TP11_15" TO WS-PROGRAMA-ESCOLHIDO
                   PERFORM CHAMAR-PROGRAMA
               WHEN 8
                   MOVE "TP11_16" TO WS-PROGRAMA-ESCOLHIDO
                   PERFORM CHAMAR-PROGRAMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
