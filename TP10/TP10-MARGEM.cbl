           SELECT RELAT-MARGEM ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REC-RELAT-MARGEM PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-PRODUTOS-ORD       PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FILE            PIC X(02)      VALUE SPACES.
           88 FLAG-OPEN-FILE-SUCESSO               VALUE "00".
           MOVE "RELATORIO DE MARGEM GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ORDENAR-PRODUTOS-POR-SETOR.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-MARGE"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-MARGE"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
