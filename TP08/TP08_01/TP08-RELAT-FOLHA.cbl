           SELECT RELAT-FOLHA ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REC-RELAT-FOLHA PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 CONTADOR                  PIC 9(5)              VALUE ZEROS.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(40)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       01 WS-FILTRO-COMPETENCIA.
           MOVE "RELATORIO GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-RELAT"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-RELAT"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
