           COPY PRODUTO-SELECT.

           SELECT RELAT-PRODUTOS ASSIGN TO "LPT1".

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-PRODUTOS PIC X(80).

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 TOTAL-PAG PIC 9(4) VALUE ZEROS.
       77 FLAGFIM PIC 9.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY SPOOL-STATUS.
       01 HEADER-PAG.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "Produtos sem estoque".
           WRITE REC-RELAT-PRODUTOS FROM FOOTER BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-PRODUTOS PRODUTOS.

           MOVE "PRODUTOS SEM ESTOQUE" TO WS-SPL-PARAMETROS.
           MOVE "LPT1" TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.
           STOP RUN.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP09_03"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
