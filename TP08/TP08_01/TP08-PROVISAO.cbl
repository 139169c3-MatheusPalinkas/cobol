           SELECT RELAT-PROVISAO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REC-RELAT-PROVISAO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY FAIXAS-TABELA.
           COPY DIR-DADOS.
           COPY FUNC-MASTER-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-FERIAS-AGENDA      PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FERIAS-AGENDA   PIC X(02)      VALUE SPACES.
           88 FLAG-FERIAS-AGENDA-SUCESSO           VALUE "00".
                  INTO WS-AUD-PARAMETROS.
           MOVE "PROVISAO GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-PROVI"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-PROVI"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
