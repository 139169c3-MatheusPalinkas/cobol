       FILE-CONTROL.
           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           SELECT RUNNER-STATUS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       FD  RUNNER-STATUS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RUNNER-STATUS.
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY PENDENCIA-STATUS.
       77 WS-ARQ-RUNNER             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-RUNNER          PIC X(02)      VALUE SPACES.
           CLOSE DIGEST.

           DISPLAY "DIGEST GRAVADO EM " WS-ARQ-DIGEST.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "JANELA=" DELIMITED BY SIZE
                  WS-DATA-JANELA DELIMITED BY SIZE
                  " FALHAS=" DELIMITED BY SIZE
                  WS-QTD-FALHAS-AUD DELIMITED BY SIZE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-DIGEST TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-PASSO.

               END-IF
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP11_06"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
