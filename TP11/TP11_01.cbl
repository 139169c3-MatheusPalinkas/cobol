           COPY AUDITORIA-SELECT.

           SELECT RELAT-AUD ASSIGN TO WS-DESTINO-RELAT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-AUD PIC X(120).

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(40)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       77 WS-FILTRO-PROGRAMA        PIC X(10)             VALUE SPACES.

           CLOSE RELAT-AUD.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "PROG=" DELIMITED BY SIZE
                  WS-FILTRO-PROGRAMA DELIMITED BY SPACE
                  " INI=" DELIMITED BY SIZE
                  WS-FILTRO-DATA-INI DELIMITED BY SIZE
                  " FIM=" DELIMITED BY SIZE
                  WS-FILTRO-DATA-FIM DELIMITED BY SIZE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY "CONSULTA GERADA - LINHAS LISTADAS: " CONTADOR.

           STOP RUN.
       FIMPAGINA.
           WRITE REC-RELAT-AUD FROM SPACES BEFORE ADVANCING PAGE.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP11_01"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
