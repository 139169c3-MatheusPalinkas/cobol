
           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY PRODLOCK-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY PRODLOCK-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-ARQ-DIVERGENCIAS       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-DIVERGENCIAS    PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY PRODLOCK-STATUS.

       COPY OPERADOR-STATUS.
               CLOSE FOLHA-CONTAGEM
               CLOSE PRODUTOS

               MOVE SPACES TO WS-SPL-PARAMETROS
               STRING "FOLHA DE CONTAGEM SETOR=" DELIMITED BY SIZE
                      WS-SETOR-FOLHA DELIMITED BY SIZE
                      INTO WS-SPL-PARAMETROS
               MOVE WS-ARQ-FOLHA-CONT TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL

               DISPLAY "Folha de contagem gravada em "
               FOREGROUND-COLOR 2 AT 2028
               DISPLAY WS-ARQ-FOLHA-CONT
               CLOSE PRODUTOS
               CLOSE CONTAGEM

               MOVE SPACES TO WS-SPL-PARAMETROS
               STRING "DIVERGENCIAS DE CONTAGEM=" DELIMITED BY SIZE
                      WS-QTD-DIVERGENTES DELIMITED BY SIZE
                      INTO WS-SPL-PARAMETROS
               MOVE WS-ARQ-DIVERGENCIAS TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL

               DISPLAY "DIVERGENCIAS: " AT 0528
               DISPLAY WS-QTD-DIVERGENTES AT 0542
               DISPLAY "RELATORIO EM " AT 0628
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-INVEN"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-INVEN"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
