           FILE STATUS IS WS-STATUS-EXCECOES.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 EX-PROBLEMA           PIC X(35)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODVERSAO.
           COPY SETOR-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-EXCECOES           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-EXCECOES        PIC X(02)             VALUE SPACES.
       77 WS-TOTAL-SETORES          PIC 9(2)              VALUE ZEROS.
                  INTO WS-AUD-PARAMETROS.
           MOVE "CONSISTENCIA CONCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-EXCECOES   TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-CONSI"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-CONSI"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
