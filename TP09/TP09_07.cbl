           SELECT RELAT-PRODUTOS ASSIGN TO "LPT1".

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REC-RELAT-PRODUTOS PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 CONTPAG PIC 999 VALUE 1.
           88 FLAG-FILE-EOF            VALUE "10".

       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       01 WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(4)              VALUE ZEROS.
           05 WS-HOJE-MES           PIC 9(2)              VALUE ZEROS.
           MOVE SPACES TO WS-AUD-PARAMETROS.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE "LPT1" TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP09_07"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP09_07"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
