           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
               MOVE "ALERTA DE DOCUMENTOS EMITIDO"
                   TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS
               MOVE WS-ARQ-ALERTA     TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-CADDO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-CADDO"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
