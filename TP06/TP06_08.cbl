           FILE STATUS IS WS-STATUS-RESULTADO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 RS-LINHA              PIC X(90)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-ARQ-RESULTADO          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RESULTADO       PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
                      INTO WS-AUD-PARAMETROS
               MOVE "RESULTADO REALIZADO GERADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS
               MOVE WS-ARQ-RESULTADO  TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_08"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_08"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
