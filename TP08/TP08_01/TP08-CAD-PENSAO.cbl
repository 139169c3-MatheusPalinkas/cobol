
           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY EMPRESA-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-CADPE"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-CADPE"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

                      INTO WS-AUD-PARAMETROS
               MOVE "REMESSA PENSAO GERADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               MOVE WS-AUD-PARAMETROS   TO WS-SPL-PARAMETROS
               MOVE WS-ARQ-RELAT-PENSAO TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL
           END-IF.
      *--------------------------------------------------------------*
       GERAR-CREDITO-BENEFICIARIO.
               IF FH-PRONTUARIO = PB-PRONTUARIO
               AND FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND NOT FLAG-FH-PLR
                   MOVE FH-SALARIO-BRUTO TO WS-BRUTO-FOLHA
                   MOVE 1 TO WS-FOLHA-ACHADA
               END-IF
