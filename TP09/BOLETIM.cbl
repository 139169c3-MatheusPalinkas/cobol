
      *    MENSALIDADES (VER MENSALIDADE): A MARCA DE MESES EM
      *    ABERTO SAI NO BOLETIM, CONFORME A POLITICA DA ESCOLA.
           COPY MENSALIDADE-SELECT.

           SELECT ARQ-BOLETIM ASSIGN TO WS-DESTINO-BOLETIM.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
           05 ND-NOTAS.
               10 ND-NOTA-COMP OCCURS 5 TIMES PIC 99V9.

       COPY MENSALIDADE-FD.

       FD ARQ-BOLETIM
           LABEL RECORD OMITTED

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY ALUNO-PESOS.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-ARQ-ALUNOS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)      VALUE SPACES.
       77 WS-MEDIA-DISC             PIC 99V9       VALUE ZEROS.
       77 WS-TEVE-DISCIPLINA        PIC 9          VALUE ZEROS.
           88 FLAG-TEVE-DISCIPLINA                 VALUE 1.
       COPY MENSALIDADE-STATUS.
       77 WS-EM-ATRASO              PIC 9          VALUE ZEROS.
           88 FLAG-EM-ATRASO                       VALUE 1.
      *---- LINHAS DO BOLETIM ----------------------------------------*
           BEFORE ADVANCING PAGE.

           CLOSE ARQ-BOLETIM.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "MAT=" DELIMITED BY SIZE
                  AL-MATRICULA DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-BOLETIM TO WS-SPL-ARQUIVO.
           MOVE 25 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       IMPRIMIR-DISCIPLINAS-ALUNO.

       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="BOLETIM"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="BOLETIM"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

