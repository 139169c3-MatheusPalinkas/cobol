       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRADE-HORA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIOS DA GRADE HORARIA: A PARTIR DE professores.dat,
      *    atribuicoes.txt E grade_horaria.txt (MANTIDOS POR
      *    CAD-PROFESSOR) GERA carga_professores.txt - POR
      *    PROFESSOR, AS TURMAS E DISCIPLINAS ATRIBUIDAS, AS AULAS
      *    SEMANAIS, O QUE JA ESTA NA GRADE E O TOTAL CONTRA A CARGA
      *    MAXIMA - E horario_turmas.txt, O QUADRO SEMANAL (AULA X
      *    DIA) DE CADA TURMA. A GRADE E CONFERIDA DE NOVO: CHOQUES
      *    DE HORARIO (MESMO PROFESSOR OU MESMA TURMA NA MESMA AULA)
      *    SAEM NO FIM DO QUADRO DE HORARIOS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROFESSOR-SELECT.

           COPY ATRIBUICAO-SELECT.

           COPY GRADE-HORARIA-SELECT.

           SELECT CARGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARGA.

           SELECT HORARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HORARIO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PROFESSOR-FD.

       COPY ATRIBUICAO-FD.

       COPY GRADE-HORARIA-FD.

       FD  CARGA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CARGA.

       01  REG-CARGA.
           05 CG-LINHA              PIC X(80)             VALUE SPACES.

       FD  HORARIO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-HORARIO.

       01  REG-HORARIO.
           05 HT-LINHA              PIC X(80)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY PROFESSOR-STATUS.
           COPY ATRIBUICAO-STATUS.
           COPY GRADE-HORARIA-STATUS.
       77 WS-ARQ-CARGA              PIC X(60)      VALUE SPACES.
       77 WS-STATUS-CARGA           PIC X(02)      VALUE SPACES.
       77 WS-ARQ-HORARIO            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-HORARIO         PIC X(02)      VALUE SPACES.
      *---- PROFESSORES EM MEMORIA -----------------------------------*
       77 CONST-LIMITE-PROFESSORES  PIC 9(3)       VALUE 100.
       77 WS-TOTAL-PROFESSORES      PIC 9(3)       VALUE ZEROS.
       77 WS-POS-PROFESSOR          PIC 9(3)       VALUE ZEROS.
       01 TB-PROFESSORES.
           02 PROFESSOR-ITEM OCCURS 100 TIMES.
               10 TB-PF-CODIGO      PIC X(04)      VALUE SPACES.
               10 TB-PF-NOME        PIC X(35)      VALUE SPACES.
               10 TB-PF-CARGA-MAXIMA PIC 9(02)     VALUE ZEROS.
      *---- ATRIBUICOES EM MEMORIA -----------------------------------*
       77 CONST-LIMITE-ATRIBUICOES  PIC 9(3)       VALUE 300.
       77 WS-TOTAL-ATRIBUICOES      PIC 9(3)       VALUE ZEROS.
       77 WS-POS-ATRIBUICAO         PIC 9(3)       VALUE ZEROS.
       01 TB-ATRIBUICOES.
           02 ATRIBUICAO-ITEM OCCURS 300 TIMES.
               10 TB-AB-PROFESSOR   PIC X(04)      VALUE SPACES.
               10 TB-AB-TURMA       PIC X(03)      VALUE SPACES.
               10 TB-AB-DISCIPLINA  PIC X(03)      VALUE SPACES.
               10 TB-AB-AULAS       PIC 9(02)      VALUE ZEROS.
      *---- GRADE HORARIA EM MEMORIA ---------------------------------*
       77 CONST-LIMITE-GRADE        PIC 9(3)       VALUE 900.
       77 WS-TOTAL-GRADE            PIC 9(3)       VALUE ZEROS.
       77 WS-POS-GRADE              PIC 9(3)       VALUE ZEROS.
       77 WS-POS-OUTRA              PIC 9(3)       VALUE ZEROS.
       01 TB-GRADE.
           02 GRADE-ITEM OCCURS 900 TIMES.
               10 TB-GH-DIA         PIC 9          VALUE ZEROS.
               10 TB-GH-AULA        PIC 9          VALUE ZEROS.
               10 TB-GH-TURMA       PIC X(03)      VALUE SPACES.
               10 TB-GH-DISCIPLINA  PIC X(03)      VALUE SPACES.
               10 TB-GH-PROFESSOR   PIC X(04)      VALUE SPACES.
      *---- TURMAS DO QUADRO DE HORARIOS -----------------------------*
       77 CONST-LIMITE-TURMAS       PIC 9(2)       VALUE 30.
       77 WS-TOTAL-TURMAS           PIC 9(2)       VALUE ZEROS.
       77 WS-POS-TURMA              PIC 9(2)       VALUE ZEROS.
           88 FLAG-TURMA-NA-TABELA  VALUE 1 THRU 30.
       77 WS-TURMA-BUSCA            PIC X(03)      VALUE SPACES.
       01 TB-TURMAS.
           02 TB-TU-TURMA OCCURS 30 TIMES PIC X(03) VALUE SPACES.
      *---- APURACAO -------------------------------------------------*
       77 WS-IDX                    PIC 9(3)       VALUE ZEROS.
       77 WS-DIA                    PIC 9          VALUE ZEROS.
       77 WS-AULA                   PIC 9          VALUE ZEROS.
       77 WS-AULAS-NA-GRADE         PIC 9(3)       VALUE ZEROS.
       77 WS-TOTAL-ATRIBUIDO        PIC 9(3)       VALUE ZEROS.
       77 WS-TOTAL-NA-GRADE         PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-ACIMA-CARGA        PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-GRADE-INCOMPLETA   PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-CONFLITOS          PIC 9(3)       VALUE ZEROS.
      *---- LINHAS DA CARGA POR PROFESSOR ----------------------------*
       01 CG-TITULO.
           05 FILLER PIC X(45) VALUE
              "CARGA HORARIA SEMANAL POR PROFESSOR".
       01 CG-PROFESSOR.
           05 FILLER PIC X(10) VALUE "Professor ".
           05 CG-PF-CODIGO PIC X(04).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CG-PF-NOME PIC X(35).
           05 FILLER PIC X(16) VALUE "  Carga maxima: ".
           05 CG-PF-CARGA PIC Z9.
       01 CG-DETALHE.
           05 FILLER PIC X(9) VALUE "   Turma ".
           05 CG-DET-TURMA PIC X(03).
           05 FILLER PIC X(13) VALUE "  Disciplina ".
           05 CG-DET-DISCIPLINA PIC X(03).
           05 FILLER PIC X(18) VALUE "  Aulas semanais: ".
           05 CG-DET-AULAS PIC Z9.
           05 FILLER PIC X(12) VALUE "  Na grade: ".
           05 CG-DET-GRADE PIC Z9.
       01 CG-TOTAL.
           05 FILLER PIC X(20) VALUE "   Total atribuido: ".
           05 CG-TOT-ATRIBUIDO PIC ZZ9.
           05 FILLER PIC X(12) VALUE "  Na grade: ".
           05 CG-TOT-GRADE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CG-TOT-ACIMA PIC X(16) VALUE SPACES.
           05 CG-TOT-INCOMPLETA PIC X(16) VALUE SPACES.
      *---- LINHAS DO QUADRO DE HORARIOS -----------------------------*
       01 HT-TITULO.
           05 FILLER PIC X(17) VALUE "HORARIO DA TURMA ".
           05 HT-TIT-TURMA PIC X(03).
       01 HT-CABECALHO.
           05 FILLER PIC X(8) VALUE "AULA".
           05 FILLER PIC X(12) VALUE "SEGUNDA".
           05 FILLER PIC X(12) VALUE "TERCA".
           05 FILLER PIC X(12) VALUE "QUARTA".
           05 FILLER PIC X(12) VALUE "QUINTA".
           05 FILLER PIC X(12) VALUE "SEXTA".
       01 HT-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HT-DET-AULA PIC 9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 HT-DET-CELULA OCCURS 5 TIMES PIC X(12).
       01 HT-CELULA.
           05 HT-CEL-DISCIPLINA PIC X(03).
           05 FILLER PIC X VALUE "/".
           05 HT-CEL-PROFESSOR PIC X(04).
       01 HT-TITULO-CONFLITOS.
           05 FILLER PIC X(45) VALUE
              "CHOQUES DE HORARIO NA GRADE".
       01 HT-CONFLITO.
           05 FILLER PIC X(4) VALUE "Dia ".
           05 HT-CF-DIA PIC 9.
           05 FILLER PIC X(6) VALUE " aula ".
           05 HT-CF-AULA PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HT-CF-MOTIVO PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HT-CF-TURMA-1 PIC X(03).
           05 FILLER PIC X VALUE "/".
           05 HT-CF-PROFESSOR-1 PIC X(04).
           05 FILLER PIC X(3) VALUE " x ".
           05 HT-CF-TURMA-2 PIC X(03).
           05 FILLER PIC X VALUE "/".
           05 HT-CF-PROFESSOR-2 PIC X(04).
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-PROFESSORES.
           PERFORM CARREGAR-ATRIBUICOES.
           PERFORM CARREGAR-GRADE.

           PERFORM OBTER-CAMINHO-CARGA.
           PERFORM OBTER-CAMINHO-HORARIO.

           OPEN OUTPUT CARGA.
           OPEN OUTPUT HORARIO.

           PERFORM GRAVAR-CARGA-PROFESSORES.
           PERFORM GRAVAR-HORARIO-TURMAS.
           PERFORM GRAVAR-CONFLITOS.

           CLOSE CARGA.
           CLOSE HORARIO.

           DISPLAY "RESUMO DA GRADE HORARIA:".
           DISPLAY "  PROFESSORES:          " WS-TOTAL-PROFESSORES.
           DISPLAY "  ACIMA DA CARGA:       " WS-QTD-ACIMA-CARGA.
           DISPLAY "  GRADE INCOMPLETA:     " WS-QTD-GRADE-INCOMPLETA.
           DISPLAY "  CHOQUES DE HORARIO:   " WS-QTD-CONFLITOS.
           DISPLAY "  CARGA EM   " WS-ARQ-CARGA.
           DISPLAY "  HORARIO EM " WS-ARQ-HORARIO.

           STRING "PROF=" DELIMITED BY SIZE
                  WS-TOTAL-PROFESSORES DELIMITED BY SIZE
                  " ACIMA=" DELIMITED BY SIZE
                  WS-QTD-ACIMA-CARGA DELIMITED BY SIZE
                  " INCOMPL=" DELIMITED BY SIZE
                  WS-QTD-GRADE-INCOMPLETA DELIMITED BY SIZE
                  " CHOQUES=" DELIMITED BY SIZE
                  WS-QTD-CONFLITOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "GRADE HORARIA EMITIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

      *    A CARGA E O HORARIO SAO DOIS RELATORIOS NO INDICE.
           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-CARGA      TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           MOVE WS-ARQ-HORARIO    TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROFESSORES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="professores.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROFESSORES==
                ==:DDVAR:==  BY =="DD_PROFESSORES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ATRIBUICOES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="atribuicoes.txt"==
                ==:DESTINO:== BY ==WS-ARQ-ATRIBUICOES==
                ==:DDVAR:==  BY =="DD_ATRIBUICOES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-GRADE.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="grade_horaria.txt"==
                ==:DESTINO:== BY ==WS-ARQ-GRADE-HORARIA==
                ==:DDVAR:==  BY =="DD_GRADE-HORARIA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CARGA.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="carga_professores.txt"==
                ==:DESTINO:== BY ==WS-ARQ-CARGA==
                ==:DDVAR:==  BY =="DD_CARGA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-HORARIO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horario_turmas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-HORARIO==
                ==:DDVAR:==  BY =="DD_HORARIO"==.
      *--------------------------------------------------------------*
       CARREGAR-PROFESSORES.
           PERFORM OBTER-CAMINHO-PROFESSORES.

           OPEN INPUT PROFESSORES.

           IF NOT FLAG-PROFESSORES-SUCESSO
               DISPLAY "PROFESSORES.DAT NAO ENCONTRADO"
               STOP RUN
           END-IF.

           PERFORM CARREGAR-LINHA-PROFESSOR WITH TEST BEFORE
           UNTIL FLAG-PROFESSORES-EOF
           OR WS-TOTAL-PROFESSORES >= CONST-LIMITE-PROFESSORES.

           CLOSE PROFESSORES.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PROFESSOR.

           READ PROFESSORES.

           IF NOT FLAG-PROFESSORES-EOF
           AND PF-CODIGO NOT = SPACES
               ADD 1 TO WS-TOTAL-PROFESSORES
               MOVE PF-CODIGO
                   TO TB-PF-CODIGO(WS-TOTAL-PROFESSORES)
               MOVE PF-NOME
                   TO TB-PF-NOME(WS-TOTAL-PROFESSORES)
               MOVE PF-CARGA-MAXIMA
                   TO TB-PF-CARGA-MAXIMA(WS-TOTAL-PROFESSORES)
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
               MOVE AB-AULAS-SEMANA
                   TO TB-AB-AULAS(WS-TOTAL-ATRIBUICOES)

               MOVE AB-TURMA TO WS-TURMA-BUSCA
               PERFORM INCLUIR-TURMA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-GRADE.
           PERFORM OBTER-CAMINHO-GRADE.

           OPEN INPUT GRADE-HORARIA.

           IF FLAG-GRADE-HORARIA-SUCESSO
               PERFORM CARREGAR-LINHA-GRADE WITH TEST BEFORE
               UNTIL FLAG-GRADE-HORARIA-EOF
               OR WS-TOTAL-GRADE >= CONST-LIMITE-GRADE
               CLOSE GRADE-HORARIA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-GRADE.

           READ GRADE-HORARIA.

           IF NOT FLAG-GRADE-HORARIA-EOF
           AND GH-TURMA NOT = SPACES
               ADD 1 TO WS-TOTAL-GRADE
               MOVE GH-DIA        TO TB-GH-DIA(WS-TOTAL-GRADE)
               MOVE GH-AULA       TO TB-GH-AULA(WS-TOTAL-GRADE)
               MOVE GH-TURMA      TO TB-GH-TURMA(WS-TOTAL-GRADE)
               MOVE GH-DISCIPLINA TO TB-GH-DISCIPLINA(WS-TOTAL-GRADE)
               MOVE GH-PROFESSOR  TO TB-GH-PROFESSOR(WS-TOTAL-GRADE)

               MOVE GH-TURMA TO WS-TURMA-BUSCA
               PERFORM INCLUIR-TURMA
           END-IF.
      *--------------------------------------------------------------*
       INCLUIR-TURMA.

           MOVE ZEROS TO WS-POS-TURMA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-TURMAS

               IF TB-TU-TURMA(WS-IDX) = WS-TURMA-BUSCA
                   MOVE WS-IDX TO WS-POS-TURMA
               END-IF
           END-PERFORM.

           IF NOT FLAG-TURMA-NA-TABELA
           AND WS-TOTAL-TURMAS < CONST-LIMITE-TURMAS
               ADD 1 TO WS-TOTAL-TURMAS
               MOVE WS-TURMA-BUSCA TO TB-TU-TURMA(WS-TOTAL-TURMAS)
           END-IF.
      *--------------------------------------------------------------*
      *    CARGA POR PROFESSOR: UMA LINHA POR ATRIBUICAO COM AS
      *    AULAS SEMANAIS E AS JA LANCADAS NA GRADE, E O TOTAL
      *    CONTRA A CARGA MAXIMA DO CONTRATO (QUANDO INFORMADA).
      *--------------------------------------------------------------*
       GRAVAR-CARGA-PROFESSORES.

           WRITE REG-CARGA FROM CG-TITULO.
           MOVE SPACES TO REG-CARGA.
           WRITE REG-CARGA.

           PERFORM GRAVAR-CARGA-PROFESSOR
           VARYING WS-POS-PROFESSOR FROM 1 BY 1
           UNTIL WS-POS-PROFESSOR > WS-TOTAL-PROFESSORES.
      *--------------------------------------------------------------*
       GRAVAR-CARGA-PROFESSOR.

           MOVE TB-PF-CODIGO(WS-POS-PROFESSOR)       TO CG-PF-CODIGO.
           MOVE TB-PF-NOME(WS-POS-PROFESSOR)         TO CG-PF-NOME.
           MOVE TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR) TO CG-PF-CARGA.
           WRITE REG-CARGA FROM CG-PROFESSOR.

           MOVE ZEROS TO WS-TOTAL-ATRIBUIDO WS-TOTAL-NA-GRADE.

           PERFORM GRAVAR-CARGA-ATRIBUICAO
           VARYING WS-POS-ATRIBUICAO FROM 1 BY 1
           UNTIL WS-POS-ATRIBUICAO > WS-TOTAL-ATRIBUICOES.

           MOVE WS-TOTAL-ATRIBUIDO TO CG-TOT-ATRIBUIDO.
           MOVE WS-TOTAL-NA-GRADE  TO CG-TOT-GRADE.
           MOVE SPACES TO CG-TOT-ACIMA CG-TOT-INCOMPLETA.

           IF TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR) > ZEROS
           AND WS-TOTAL-ATRIBUIDO > TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR)
               MOVE "ACIMA DA CARGA" TO CG-TOT-ACIMA
               ADD 1 TO WS-QTD-ACIMA-CARGA
           END-IF.

           IF WS-TOTAL-NA-GRADE < WS-TOTAL-ATRIBUIDO
               MOVE "GRADE INCOMPLETA" TO CG-TOT-INCOMPLETA
               ADD 1 TO WS-QTD-GRADE-INCOMPLETA
           END-IF.

           WRITE REG-CARGA FROM CG-TOTAL.
           MOVE SPACES TO REG-CARGA.
           WRITE REG-CARGA.
      *--------------------------------------------------------------*
       GRAVAR-CARGA-ATRIBUICAO.

           IF TB-AB-PROFESSOR(WS-POS-ATRIBUICAO) =
              TB-PF-CODIGO(WS-POS-PROFESSOR)
               MOVE ZEROS TO WS-AULAS-NA-GRADE

               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-GRADE
                   IF TB-GH-PROFESSOR(WS-IDX) =
                      TB-AB-PROFESSOR(WS-POS-ATRIBUICAO)
                   AND TB-GH-TURMA(WS-IDX) =
                      TB-AB-TURMA(WS-POS-ATRIBUICAO)
                   AND TB-GH-DISCIPLINA(WS-IDX) =
                      TB-AB-DISCIPLINA(WS-POS-ATRIBUICAO)
                       ADD 1 TO WS-AULAS-NA-GRADE
                   END-IF
               END-PERFORM

               MOVE TB-AB-TURMA(WS-POS-ATRIBUICAO) TO CG-DET-TURMA
               MOVE TB-AB-DISCIPLINA(WS-POS-ATRIBUICAO)
                   TO CG-DET-DISCIPLINA
               MOVE TB-AB-AULAS(WS-POS-ATRIBUICAO) TO CG-DET-AULAS
               MOVE WS-AULAS-NA-GRADE TO CG-DET-GRADE
               WRITE REG-CARGA FROM CG-DETALHE

               ADD TB-AB-AULAS(WS-POS-ATRIBUICAO) TO WS-TOTAL-ATRIBUIDO
               ADD WS-AULAS-NA-GRADE TO WS-TOTAL-NA-GRADE
           END-IF.
      *--------------------------------------------------------------*
      *    QUADRO SEMANAL DE CADA TURMA: UMA LINHA POR AULA DO DIA,
      *    UMA COLUNA POR DIA, COM DISCIPLINA/PROFESSOR.
      *--------------------------------------------------------------*
       GRAVAR-HORARIO-TURMAS.

           PERFORM GRAVAR-HORARIO-TURMA
           VARYING WS-POS-TURMA FROM 1 BY 1
           UNTIL WS-POS-TURMA > WS-TOTAL-TURMAS.
      *--------------------------------------------------------------*
       GRAVAR-HORARIO-TURMA.

           MOVE TB-TU-TURMA(WS-POS-TURMA) TO HT-TIT-TURMA.
           WRITE REG-HORARIO FROM HT-TITULO.
           WRITE REG-HORARIO FROM HT-CABECALHO.

           PERFORM GRAVAR-HORARIO-AULA
           VARYING WS-AULA FROM 1 BY 1
           UNTIL WS-AULA > CONST-AULAS-DIA.

           MOVE SPACES TO REG-HORARIO.
           WRITE REG-HORARIO.
      *--------------------------------------------------------------*
       GRAVAR-HORARIO-AULA.

           MOVE WS-AULA TO HT-DET-AULA.

           PERFORM VARYING WS-DIA FROM 1 BY 1
           UNTIL WS-DIA > CONST-DIAS-SEMANA
               MOVE SPACES TO HT-DET-CELULA(WS-DIA)
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-GRADE

               IF TB-GH-TURMA(WS-IDX) = TB-TU-TURMA(WS-POS-TURMA)
               AND TB-GH-AULA(WS-IDX) = WS-AULA
               AND TB-GH-DIA(WS-IDX) >= 1
               AND TB-GH-DIA(WS-IDX) <= CONST-DIAS-SEMANA
                   MOVE TB-GH-DISCIPLINA(WS-IDX) TO HT-CEL-DISCIPLINA
                   MOVE TB-GH-PROFESSOR(WS-IDX)  TO HT-CEL-PROFESSOR
                   MOVE HT-CELULA
                       TO HT-DET-CELULA(TB-GH-DIA(WS-IDX))
               END-IF
           END-PERFORM.

           WRITE REG-HORARIO FROM HT-DETALHE.
      *--------------------------------------------------------------*
      *    CONFERENCIA DA GRADE: CADA PAR DE AULAS NO MESMO DIA E
      *    AULA COM A MESMA TURMA OU O MESMO PROFESSOR E UM CHOQUE.
      *--------------------------------------------------------------*
       GRAVAR-CONFLITOS.

           WRITE REG-HORARIO FROM HT-TITULO-CONFLITOS.

           PERFORM CONFERIR-AULA-GRADE
           VARYING WS-POS-GRADE FROM 1 BY 1
           UNTIL WS-POS-GRADE >= WS-TOTAL-GRADE.

           IF WS-QTD-CONFLITOS = ZEROS
               MOVE "Nenhum choque de horario encontrado"
                   TO HT-LINHA
               WRITE REG-HORARIO
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-AULA-GRADE.

           PERFORM VARYING WS-POS-OUTRA FROM WS-POS-GRADE BY 1
           UNTIL WS-POS-OUTRA >= WS-TOTAL-GRADE

               IF TB-GH-DIA(WS-POS-OUTRA + 1) = TB-GH-DIA(WS-POS-GRADE)
               AND TB-GH-AULA(WS-POS-OUTRA + 1) =
                   TB-GH-AULA(WS-POS-GRADE)
                   MOVE SPACES TO HT-CF-MOTIVO

                   EVALUATE TRUE
                       WHEN TB-GH-TURMA(WS-POS-OUTRA + 1) =
                            TB-GH-TURMA(WS-POS-GRADE)
                           MOVE "TURMA DUPLICADA" TO HT-CF-MOTIVO
                       WHEN TB-GH-PROFESSOR(WS-POS-OUTRA + 1) =
                            TB-GH-PROFESSOR(WS-POS-GRADE)
                           MOVE "PROFESSOR DUPLO" TO HT-CF-MOTIVO
                   END-EVALUATE

                   IF HT-CF-MOTIVO NOT = SPACES
                       MOVE TB-GH-DIA(WS-POS-GRADE)  TO HT-CF-DIA
                       MOVE TB-GH-AULA(WS-POS-GRADE) TO HT-CF-AULA
                       MOVE TB-GH-TURMA(WS-POS-GRADE)
                           TO HT-CF-TURMA-1
                       MOVE TB-GH-PROFESSOR(WS-POS-GRADE)
                           TO HT-CF-PROFESSOR-1
                       MOVE TB-GH-TURMA(WS-POS-OUTRA + 1)
                           TO HT-CF-TURMA-2
                       MOVE TB-GH-PROFESSOR(WS-POS-OUTRA + 1)
                           TO HT-CF-PROFESSOR-2
                       WRITE REG-HORARIO FROM HT-CONFLITO
                       ADD 1 TO WS-QTD-CONFLITOS
                   END-IF
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="GRADE-HORA"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="GRADE-HORA"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
