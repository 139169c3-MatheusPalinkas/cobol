           SELECT SD-PRODUTOS ASSIGN TO DISK.

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
       77 WS-VALOR-ESTOQUE-ITEM PIC 9(10)V99 VALUE ZEROS.
           88 FLAG-PRIMEIRO-REGISTRO VALUE 1.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY SPOOL-STATUS.
           COPY PRODVERSAO.
       77 WS-ARQ-PRODUTOS-ORD       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-FILE            PIC X(02)             VALUE SPACES.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE RELAT-PRODUTOS PRODUTOS-ORDENADO.

           MOVE "ESTOQUE POR SETOR" TO WS-SPL-PARAMETROS.
           MOVE "LPT1" TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.
           STOP RUN.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP09_04"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
