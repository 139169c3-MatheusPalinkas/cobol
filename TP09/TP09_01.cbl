           FILE STATUS IS WS-STATUS-NOTAS-DISC.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *******************************************************
       DATA DIVISION.
       FILE SECTION.
                   10 ND-NOTA-COMP OCCURS 5 TIMES PIC 99V9.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
       WORKING-STORAGE SECTION.
           01 CABEC1.
               05 RELDIA PIC XX.
           77 WS-ARQ-ALUNOS-ORD     PIC X(60) VALUE SPACES.

       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           MOVE "RELATORIO GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE DESTINORELAT TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *******************************************************
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="relat-1"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="relat-1"==
                                      ==:CLASSE:== BY =="G"==.
      *******************************************************
       IMPRESSAO.
           PERFORM LEITURA.
