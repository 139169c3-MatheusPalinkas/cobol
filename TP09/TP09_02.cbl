           SELECT RELAT-PRODUTOS ASSIGN TO WS-DESTINO-RELAT.

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
       77 TOTAL-PAG PIC 9(7)V99 VALUE ZEROS.
           COPY PRODVERSAO.

       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(40)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       77 WS-FILTRO-SETOR           PIC X(02)             VALUE SPACES.
           MOVE "RELATORIO GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP09_02"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP09_02"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
