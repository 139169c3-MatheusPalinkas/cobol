           FILE STATUS IS WS-STATUS-RESUMO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 RS-LINHA              PIC X(80)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-ALUNOS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-SUCESSO                  VALUE "00".
           BEFORE ADVANCING PAGE.

           CLOSE CARTA.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "MAT=" DELIMITED BY SIZE
                  AL-MATRICULA DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-CARTA TO WS-SPL-ARQUIVO.
           MOVE 20 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       ACUMULAR-TURMA.

           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="ALERTA-FRE"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="ALERTA-FRE"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
