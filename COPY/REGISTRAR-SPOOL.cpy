      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA NO INDICE CENTRAL DE RELATORIOS (VER
      *    SPOOL-FD.cpy E SPOOL-STATUS.cpy). O CHAMADOR DEVE PREENCHER
      *    WS-SPL-ARQUIVO (O DESTINO DO RELATORIO) E WS-SPL-PARAMETROS
      *    E, SE CONTA AS PAGINAS, WS-SPL-PAGINAS; SEM ISSO, AS
      *    PAGINAS DE UM RELATORIO EM DISCO SAO ESTIMADAS PELAS LINHAS
      *    (WS-SPL-LINHAS-PAGINA POR PAGINA, 60 SE O CHAMADOR NAO
      *    MUDAR). O OPERADOR VEM DA VARIAVEL COBOL_OPERADOR, QUE O
      *    MENU TP11_11 EXPORTA NO LOGIN; FORA DO MENU FICA "LOTE".
      *
      *    USAR VIA COPY, SUBSTITUINDO O PROGRAMA E A CLASSE DE
      *    RETENCAO (F, G OU O - VER SPOOL-FD.cpy):
      *
      *        COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
      *                                    BY =="TP08-RELAT"==
      *                                   ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
           ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SPL-HORA FROM TIME.

           MOVE SPACES TO WS-SPL-OPERADOR.
           ACCEPT WS-SPL-OPERADOR FROM ENVIRONMENT "COBOL_OPERADOR".

           IF WS-SPL-OPERADOR = SPACES
              MOVE "LOTE" TO WS-SPL-OPERADOR
           END-IF.

           IF WS-SPL-PAGINAS = ZEROS
           AND WS-SPL-ARQUIVO NOT = "LPT1"
              MOVE ZEROS  TO WS-SPL-LINHAS
              MOVE SPACES TO WS-STATUS-SPOOL-ORIGEM

              DISPLAY "DD_SPOOL-ORIGEM" UPON ENVIRONMENT-NAME
              DISPLAY WS-SPL-ARQUIVO    UPON ENVIRONMENT-VALUE

              OPEN INPUT SPOOL-ORIGEM

              IF FLAG-SPOOL-ORIGEM-SUCESSO
                 PERFORM UNTIL FLAG-SPOOL-ORIGEM-EOF
                     READ SPOOL-ORIGEM

                     IF NOT FLAG-SPOOL-ORIGEM-EOF
                        ADD 1 TO WS-SPL-LINHAS
                     END-IF
                 END-PERFORM

                 CLOSE SPOOL-ORIGEM
              END-IF

              COMPUTE WS-SPL-PAGINAS =
                  (WS-SPL-LINHAS + WS-SPL-LINHAS-PAGINA - 1)
                  / WS-SPL-LINHAS-PAGINA
           END-IF.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="spool_indice.txt"==
                ==:DESTINO:== BY ==WS-ARQ-SPOOL==
                ==:DDVAR:==  BY =="DD_SPOOL"==.

           MOVE SPACES TO WS-STATUS-SPOOL.

           OPEN EXTEND SPOOL.

           IF NOT FLAG-SPOOL-SUCESSO
              IF FLAG-SPOOL-NAO-CRIADO
                 OPEN OUTPUT SPOOL
              END-IF
           END-IF.

      *    OS VALUE DE UM REGISTRO DE FD NAO VALEM EM EXECUCAO (VER
      *    GRAVAR-AUDITORIA.cpy): O REGISTRO E LIMPO ANTES DE MONTAR.
           MOVE SPACES TO REG-SPOOL.

           MOVE :PROGRAMA:        TO SP-PROGRAMA.
           MOVE WS-SPL-DATA       TO SP-DATA.
           MOVE WS-SPL-HORA       TO SP-HORA.
           MOVE WS-SPL-OPERADOR   TO SP-OPERADOR.
           MOVE :CLASSE:          TO SP-CLASSE.
           MOVE WS-SPL-PAGINAS    TO SP-PAGINAS.
           MOVE WS-SPL-ARQUIVO    TO SP-ARQUIVO.
           MOVE WS-SPL-PARAMETROS TO SP-PARAMETROS.

           WRITE REG-SPOOL.

           CLOSE SPOOL.

           MOVE ZEROS TO WS-SPL-PAGINAS.
