      *--------------------------------------------------------------*
      *    DEVOLVE EM WS-CH-FECHAMENTO E WS-CH-DATA-FECHAMENTO O
      *    FECHAMENTO DO ULTIMO PREGAO DE WS-CH-PAPEL-BUSCA ENTRE
      *    WS-CH-DATA-PISO E WS-CH-DATA-TETO (INCLUSIVE), LIDO DO
      *    HISTORICO DE COTACOES (VER COTACAO-HIST-FD.cpy), QUE O
      *    CHAMADOR JA DEVE TER ABERTO. SEM PREGAO NO INTERVALO, OS
      *    DOIS CAMPOS VOLTAM ZERADOS.
      *--------------------------------------------------------------*
           MOVE ZEROS TO WS-CH-FECHAMENTO WS-CH-DATA-FECHAMENTO.
           MOVE "N"   TO WS-CH-FIM-BUSCA.

           MOVE WS-CH-PAPEL-BUSCA TO CH-PAPEL.
           MOVE WS-CH-DATA-PISO   TO CH-DATA.

           START COTACAO-HIST KEY IS NOT LESS THAN CH-CHAVE.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               MOVE "S" TO WS-CH-FIM-BUSCA
           END-IF.

           PERFORM UNTIL FLAG-CH-FIM-BUSCA
               READ COTACAO-HIST NEXT RECORD

               IF NOT FLAG-COTACAO-HIST-SUCESSO
               OR CH-PAPEL NOT = WS-CH-PAPEL-BUSCA
               OR CH-DATA > WS-CH-DATA-TETO
                   MOVE "S" TO WS-CH-FIM-BUSCA
               ELSE
                   MOVE CH-DATA   TO WS-CH-DATA-FECHAMENTO
                   MOVE CH-PREULT TO WS-CH-FECHAMENTO
               END-IF
           END-PERFORM.
