      *    PARA diario_rejeitados.txt - UMA LINHA POR ERRO, COMO O
      *    FLUXO DE REJEITADOS DO LOTE DA FOLHA - E GRAVA AS VALIDAS
      *    EM frequencia.dat DE UMA SO VEZ, NO LUGAR DA DIGITACAO
      *    MATRICULA A MATRICULA DE CAD-FREQ. CADA LINHA TRAZ
      *    TAMBEM A DISCIPLINA E O PROFESSOR DA AULA, E O DIARIO SO
      *    E ACEITO SE O PROFESSOR TIVER ATRIBUICAO NAQUELA TURMA E
      *    DISCIPLINA EM atribuicoes.txt (VER CAD-PROFESSOR).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-REJEITADOS.

           COPY ATRIBUICAO-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 DR-AULAS-DADAS        PIC 9(3)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DR-AULAS-ASSISTIDAS   PIC 9(3)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DR-DISCIPLINA         PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DR-PROFESSOR          PIC X(04)             VALUE SPACES.

       FD  ALUNOS
           LABEL RECORD STANDARD
           05 FILLER                PIC X                 VALUE SPACES.
           05 RJ-PERIODO            PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RJ-DISCIPLINA         PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RJ-PROFESSOR          PIC X(04)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RJ-MOTIVO             PIC X(35)             VALUE SPACES.

       COPY ATRIBUICAO-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY ATRIBUICAO-STATUS.
       77 WS-ARQ-DIARIO             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-DIARIO          PIC X(02)      VALUE SPACES.
           88 FLAG-DIARIO-SUCESSO                  VALUE "00".
           02 ALUNO-ITEM OCCURS 500 TIMES.
               10 TB-AL-MATRICULA   PIC X(06)      VALUE SPACES.
               10 TB-AL-TURMA       PIC X(03)      VALUE SPACES.
      *---- ATRIBUICOES EM MEMORIA -----------------------------------*
       77 CONST-LIMITE-ATRIBUICOES  PIC 9(3)       VALUE 300.
       77 WS-TOTAL-ATRIBUICOES      PIC 9(3)       VALUE ZEROS.
       77 WS-POS-ATRIBUICAO         PIC 9(3)       VALUE ZEROS.
           88 FLAG-ATRIBUICAO-ENCONTRADA VALUE 1 THRU 300.
       01 TB-ATRIBUICOES.
           02 ATRIBUICAO-ITEM OCCURS 300 TIMES.
               10 TB-AB-PROFESSOR   PIC X(04)      VALUE SPACES.
               10 TB-AB-TURMA       PIC X(03)      VALUE SPACES.
               10 TB-AB-DISCIPLINA  PIC X(03)      VALUE SPACES.
      *---- VALIDACAO E CONTADORES -----------------------------------*
       77 WS-QTD-ERROS-LINHA        PIC 9(2)       VALUE ZEROS.
       77 WS-REJ-MOTIVO             PIC X(35)      VALUE SPACES.
               STOP RUN
           END-IF.

           PERFORM CARREGAR-ATRIBUICOES.

           IF WS-TOTAL-ATRIBUICOES = ZEROS
               DISPLAY "ATRIBUICOES.TXT VAZIO - IMPORTACAO RECUSADA"
               STOP RUN
           END-IF.

           PERFORM ABRIR-ARQUIVOS.

           PERFORM IMPORTAR-LINHA-DIARIO WITH TEST BEFORE
                 BY =="diario_rejeitados.txt"==
                ==:DESTINO:== BY ==WS-ARQ-REJEITADOS==
                ==:DDVAR:==  BY =="DD_REJEITADOS-DIARIO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ATRIBUICOES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="atribuicoes.txt"==
                ==:DESTINO:== BY ==WS-ARQ-ATRIBUICOES==
                ==:DDVAR:==  BY =="DD_ATRIBUICOES"==.
      *--------------------------------------------------------------*
       CARREGAR-ALUNOS.
           PERFORM OBTER-CAMINHO-ALUNOS.
               MOVE AL-MATRICULA TO TB-AL-MATRICULA(WS-TOTAL-ALUNOS)
               MOVE AL-TURMA     TO TB-AL-TURMA(WS-TOTAL-ALUNOS)
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-ATRIBUICOES.
           PERFORM OBTER-CAMINHO-ATRIBUICOES.

           OPEN INPUT ATRIBUICOES.

           IF FLAG-ATRIBUICOES-SUCESSO
               PERFORM CARREGAR-LINHA-ATRIBUICAO WITH TEST BEFORE
               UNTIL FLAG-ATRIBUICOES-EOF
               OR WS-TOTAL-ATRIBUICOES >= CONST-LIMITE-ATRIBUICOES
               CLOSE ATRIBUICOES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ATRIBUICAO.

           READ ATRIBUICOES.

           IF NOT FLAG-ATRIBUICOES-EOF
           AND AB-PROFESSOR NOT = SPACES
               ADD 1 TO WS-TOTAL-ATRIBUICOES
               MOVE AB-PROFESSOR
                   TO TB-AB-PROFESSOR(WS-TOTAL-ATRIBUICOES)
               MOVE AB-TURMA
                   TO TB-AB-TURMA(WS-TOTAL-ATRIBUICOES)
               MOVE AB-DISCIPLINA
                   TO TB-AB-DISCIPLINA(WS-TOTAL-ATRIBUICOES)
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.
           PERFORM OBTER-CAMINHO-DIARIO.
               END-IF
           END-IF.

           PERFORM LOCALIZAR-ATRIBUICAO.

           IF NOT FLAG-ATRIBUICAO-ENCONTRADA
               MOVE "PROFESSOR SEM ATRIBUICAO NA TURMA"
                   TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEITADO
           END-IF.

           IF DR-PERIODO = SPACES
               MOVE "PERIODO EM BRANCO" TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEITADO
                   MOVE WS-IDX TO WS-POS-ALUNO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LOCALIZAR-ATRIBUICAO.

           MOVE ZEROS TO WS-POS-ATRIBUICAO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ATRIBUICOES

               IF TB-AB-PROFESSOR(WS-IDX)  = DR-PROFESSOR
               AND TB-AB-TURMA(WS-IDX)      = DR-TURMA
               AND TB-AB-DISCIPLINA(WS-IDX) = DR-DISCIPLINA
                   MOVE WS-IDX TO WS-POS-ATRIBUICAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-REJEITADO.

           MOVE DR-MATRICULA TO RJ-MATRICULA.
           MOVE DR-TURMA     TO RJ-TURMA.
           MOVE DR-PERIODO   TO RJ-PERIODO.
           MOVE DR-DISCIPLINA TO RJ-DISCIPLINA.
           MOVE DR-PROFESSOR TO RJ-PROFESSOR.
           MOVE WS-REJ-MOTIVO TO RJ-MOTIVO.

           WRITE REG-REJEITADO.
                  INTO WS-AUD-PARAMETROS.
           MOVE "DIARIO IMPORTADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-REJEITADOS TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="IMP-DIARIO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="IMP-DIARIO"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
