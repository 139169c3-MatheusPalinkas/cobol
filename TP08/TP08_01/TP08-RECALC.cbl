           FILE STATUS IS WS-STATUS-DIFERENCAS.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 DF-TIPO               PIC X          VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-DIFERENCAS         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-DIFERENCAS      PIC X(02)      VALUE SPACES.
       01 WS-COMP-INICIO.
               COMPUTE WS-COMP-FOLHA-NUM =
                   FH-COMP-ANO * 100 + FH-COMP-MES

      *    A PLR TEM TABELA PROPRIA E NAO PASSA PELO RECALCULO.
               IF WS-COMP-FOLHA-NUM >= WS-COMP-INICIO-NUM
               AND WS-COMP-FOLHA-NUM <= WS-COMP-FIM-NUM
               AND NOT FLAG-FH-PLR
                   ADD 1 TO CONTADOR-LIDOS
                   PERFORM RECALCULAR-REGISTRO
               END-IF
                  INTO WS-AUD-PARAMETROS.
           MOVE "RECALCULO CONCLUIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-DIFERENCAS TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-RECAL"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-RECAL"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
