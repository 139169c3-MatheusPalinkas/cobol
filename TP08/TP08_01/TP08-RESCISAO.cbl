           SELECT TERMO ASSIGN TO WS-DESTINO-TERMO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REC-TERMO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           88 FLAG-RESCISOES-SUCESSO               VALUE "00".
           88 FLAG-RESCISOES-NAO-CRIADO            VALUE "35".
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-TERMO          PIC X(60)      VALUE SPACES.
       77 WS-PRONT-BUSCA            PIC X(8)       VALUE SPACES.
       01 WS-DEMISSAO.

           CLOSE TERMO.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "PRONT=" DELIMITED BY SIZE
                  WS-PRONT-BUSCA DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-TERMO TO WS-SPL-ARQUIVO.
           MOVE 30 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY "TERMO GERADO EM " WS-DESTINO-TERMO.
      *--------------------------------------------------------------*
      *    O EVENTO DA RESCISAO ENTRA EM folha.dat NA COMPETENCIA DO
           MOVE WS-SALDO-EMPRESTIMOS TO FH-EMPRESTIMO.
           MOVE ZEROS              TO FH-OUTRAS-VERBAS.
           MOVE ZEROS              TO FH-OUTROS-DESCONTOS.
           MOVE SPACES             TO FH-SINDICATO.
           MOVE ZEROS              TO FH-DESC-SINDICAL.
           MOVE "N"                TO FH-TIPO-FOLHA.
           MOVE ZEROS              TO FH-SEQ-FOLHA.
           MOVE FM-EMPRESA         TO FH-EMPRESA.

           WRITE REG-FOLHA.

           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-RESCI"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-RESCI"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
