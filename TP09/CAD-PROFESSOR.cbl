       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAD-PROFESSOR.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CADASTRO DE PROFESSORES, ATRIBUICOES E GRADE HORARIA:
      *    MANTEM professores.dat (CODIGO, NOME E CARGA SEMANAL
      *    MAXIMA), atribuicoes.txt (QUEM DA QUAL DISCIPLINA EM QUAL
      *    TURMA, COM AS AULAS SEMANAIS) E grade_horaria.txt (A
      *    AULA DE CADA TURMA EM CADA DIA DA SEMANA). A GRADE SO
      *    ACEITA AULA ATRIBUIDA, ATE O NUMERO DE AULAS SEMANAIS DA
      *    ATRIBUICAO, E RECUSA CHOQUE DE HORARIO - O MESMO
      *    PROFESSOR OU A MESMA TURMA EM DOIS LUGARES NA MESMA AULA.
      *    COMO EM CAD-ALUNO, AS ALTERACOES FICAM EM MEMORIA ATE A
      *    OPCAO DE SALVAR.
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

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISCIPLINAS.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PROFESSOR-FD.

       COPY ATRIBUICAO-FD.

       COPY GRADE-HORARIA-FD.

      *    CADASTRO DE DISCIPLINAS (disciplinas.txt, VER CAD-ALUNO).
       FD  DISCIPLINAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DISCIPLINA.

       01  REG-DISCIPLINA.
           05 DI-CODIGO             PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DI-DESCRICAO          PIC X(20)             VALUE SPACES.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-MENSAGEM-ERRO          PIC X(50)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 5.
       77 WS-CONT                   PIC 9(3)              VALUE ZEROS.
      *---- PROFESSORES EM MEMORIA -----------------------------------*
       77 CONST-LIMITE-PROFESSORES  PIC 9(3)              VALUE 100.
       77 WS-TOTAL-PROFESSORES      PIC 9(3)              VALUE ZEROS.
       77 WS-POS-PROFESSOR          PIC 9(3)              VALUE ZEROS.
           88 FLAG-PROFESSOR-ENCONTRADO VALUE 1 THRU 100.
       01 TB-PROFESSORES.
           02 PROFESSOR-ITEM OCCURS 100 TIMES.
               10 TB-PF-CODIGO      PIC X(04)             VALUE SPACES.
               10 TB-PF-NOME        PIC X(35)             VALUE SPACES.
               10 TB-PF-CARGA-MAXIMA PIC 9(02)            VALUE ZEROS.
      *---- ATRIBUICOES EM MEMORIA -----------------------------------*
       77 CONST-LIMITE-ATRIBUICOES  PIC 9(3)              VALUE 300.
       77 WS-TOTAL-ATRIBUICOES      PIC 9(3)              VALUE ZEROS.
       77 WS-POS-ATRIBUICAO         PIC 9(3)              VALUE ZEROS.
           88 FLAG-ATRIBUICAO-ENCONTRADA VALUE 1 THRU 300.
       01 TB-ATRIBUICOES.
           02 ATRIBUICAO-ITEM OCCURS 300 TIMES.
               10 TB-AB-PROFESSOR   PIC X(04)             VALUE SPACES.
               10 TB-AB-TURMA       PIC X(03)             VALUE SPACES.
               10 TB-AB-DISCIPLINA  PIC X(03)             VALUE SPACES.
               10 TB-AB-AULAS       PIC 9(02)             VALUE ZEROS.
      *---- GRADE HORARIA EM MEMORIA ---------------------------------*
       77 CONST-LIMITE-GRADE        PIC 9(3)              VALUE 900.
       77 WS-TOTAL-GRADE            PIC 9(3)              VALUE ZEROS.
       77 WS-POS-GRADE              PIC 9(3)              VALUE ZEROS.
           88 FLAG-AULA-ENCONTRADA  VALUE 1 THRU 900.
       01 TB-GRADE.
           02 GRADE-ITEM OCCURS 900 TIMES.
               10 TB-GH-DIA         PIC 9                 VALUE ZEROS.
               10 TB-GH-AULA        PIC 9                 VALUE ZEROS.
               10 TB-GH-TURMA       PIC X(03)             VALUE SPACES.
               10 TB-GH-DISCIPLINA  PIC X(03)             VALUE SPACES.
               10 TB-GH-PROFESSOR   PIC X(04)             VALUE SPACES.
      *---- DISCIPLINAS CADASTRADAS ----------------------------------*
       77 CONST-LIMITE-DISCIPLINAS  PIC 9(2)              VALUE 50.
       77 WS-TOTAL-DISCIPLINAS      PIC 9(2)              VALUE ZEROS.
       01 TB-DISCIPLINAS.
           02 TB-DI-CODIGO OCCURS 50 TIMES PIC X(03)      VALUE SPACES.
      *---- ENTRADA E APURACAO ---------------------------------------*
       01 WS-PROF-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(04)             VALUE SPACES.
           05 WS-ENT-NOME           PIC X(35)             VALUE SPACES.
           05 WS-ENT-CARGA          PIC 9(02)             VALUE ZEROS.
           05 WS-ENT-TURMA          PIC X(03)             VALUE SPACES.
           05 WS-ENT-DISCIPLINA     PIC X(03)             VALUE SPACES.
           05 WS-ENT-AULAS          PIC 9(02)             VALUE ZEROS.
           05 WS-ENT-DIA            PIC 9                 VALUE ZEROS.
               88 FLAG-ENT-DIA-VALIDO          VALUE 1 THRU 5.
           05 WS-ENT-AULA           PIC 9                 VALUE ZEROS.
               88 FLAG-ENT-AULA-VALIDA         VALUE 1 THRU 6.
       77 WS-DISC-EXISTE            PIC 9                 VALUE ZEROS.
           88 FLAG-DISC-EXISTE                            VALUE 1.
       77 WS-AULAS-ATRIBUIDAS       PIC 9(3)              VALUE ZEROS.
       77 WS-AULAS-NA-GRADE         PIC 9(3)              VALUE ZEROS.
       77 WS-POS-TURMA-OCUPADA      PIC 9(3)              VALUE ZEROS.
           88 FLAG-TURMA-OCUPADA    VALUE 1 THRU 900.
       77 WS-POS-PROF-OCUPADO       PIC 9(3)              VALUE ZEROS.
           88 FLAG-PROF-OCUPADO     VALUE 1 THRU 900.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PROFESSOR-STATUS.
           COPY ATRIBUICAO-STATUS.
           COPY GRADE-HORARIA-STATUS.
       77 WS-ARQ-DISCIPLINAS        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-DISCIPLINAS     PIC X(02)             VALUE SPACES.
           88 FLAG-DISCIPLINAS-SUCESSO       VALUE "00".
           88 FLAG-DISCIPLINAS-EOF           VALUE "10".
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-OPCOES.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "CAD-PROFESSOR - Professores, atribuicoes e grade".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - listar professores".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - incluir professor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - alterar professor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - excluir professor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - salvar professores, atribuicoes e grade".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - atribuir turma e disciplina".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "7 - lancar aula na grade horaria".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "8 - retirar aula da grade horaria".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "9 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PROFESSOR.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "CAD-PROFESSOR - Professores, atribuicoes e grade".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do professor: ".
           10 SC-ENT-CODIGO         LINE + 0  COLUMN  58
           USING WS-ENT-CODIGO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Nome: ".
           10 SC-ENT-NOME           LINE + 0  COLUMN  58
           USING WS-ENT-NOME.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Carga semanal maxima (aulas): ".
           10 SC-ENT-CARGA          LINE + 0  COLUMN  58
           USING WS-ENT-CARGA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-ATRIBUICAO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "CAD-PROFESSOR - Professores, atribuicoes e grade".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do professor: ".
           10 SC-ATR-CODIGO         LINE + 0  COLUMN  58
           USING WS-ENT-CODIGO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Turma: ".
           10 SC-ATR-TURMA          LINE + 0  COLUMN  58
           USING WS-ENT-TURMA.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Disciplina: ".
           10 SC-ATR-DISCIPLINA     LINE + 0  COLUMN  58
           USING WS-ENT-DISCIPLINA.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Aulas semanais: ".
           10 SC-ATR-AULAS          LINE + 0  COLUMN  58
           USING WS-ENT-AULAS.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "(aulas 00 retira a atribuicao)".

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-AULA-GRADE.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "CAD-PROFESSOR - Professores, atribuicoes e grade".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Dia (1=segunda ... 5=sexta): ".
           10 SC-GH-DIA             LINE + 0  COLUMN  58
           USING WS-ENT-DIA.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Aula do dia (1 a 6): ".
           10 SC-GH-AULA            LINE + 0  COLUMN  58
           USING WS-ENT-AULA.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Turma: ".
           10 SC-GH-TURMA           LINE + 0  COLUMN  58
           USING WS-ENT-TURMA.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Disciplina: ".
           10 SC-GH-DISCIPLINA      LINE + 0  COLUMN  58
           USING WS-ENT-DISCIPLINA.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do professor: ".
           10 SC-GH-PROFESSOR       LINE + 0  COLUMN  58
           USING WS-ENT-CODIGO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           PERFORM CARREGAR-PROFESSORES.
           PERFORM CARREGAR-ATRIBUICOES.
           PERFORM CARREGAR-GRADE.
           PERFORM CARREGAR-DISCIPLINAS.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-OPCOES.

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
       OBTER-CAMINHO-DISCIPLINAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="disciplinas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-DISCIPLINAS==
                ==:DDVAR:==  BY =="DD_DISCIPLINAS"==.
      *--------------------------------------------------------------*
       CARREGAR-PROFESSORES.
           MOVE ZEROS  TO WS-TOTAL-PROFESSORES.
           MOVE SPACES TO WS-STATUS-PROFESSORES.

           PERFORM OBTER-CAMINHO-PROFESSORES.

           OPEN INPUT PROFESSORES.

           IF FLAG-PROFESSORES-SUCESSO
               PERFORM CARREGAR-LINHA-PROFESSOR WITH TEST BEFORE
               UNTIL FLAG-PROFESSORES-EOF
               OR WS-TOTAL-PROFESSORES >= CONST-LIMITE-PROFESSORES
               CLOSE PROFESSORES
           END-IF.
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
           MOVE ZEROS  TO WS-TOTAL-ATRIBUICOES.
           MOVE SPACES TO WS-STATUS-ATRIBUICOES.

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
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-GRADE.
           MOVE ZEROS  TO WS-TOTAL-GRADE.
           MOVE SPACES TO WS-STATUS-GRADE-HORARIA.

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
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-DISCIPLINAS.
           MOVE ZEROS  TO WS-TOTAL-DISCIPLINAS.
           MOVE SPACES TO WS-STATUS-DISCIPLINAS.

           PERFORM OBTER-CAMINHO-DISCIPLINAS.

           OPEN INPUT DISCIPLINAS.

           IF FLAG-DISCIPLINAS-SUCESSO
               PERFORM CARREGAR-LINHA-DISCIPLINA WITH TEST BEFORE
               UNTIL FLAG-DISCIPLINAS-EOF
               OR WS-TOTAL-DISCIPLINAS >= CONST-LIMITE-DISCIPLINAS
               CLOSE DISCIPLINAS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-DISCIPLINA.

           READ DISCIPLINAS.

           IF NOT FLAG-DISCIPLINAS-EOF
           AND DI-CODIGO NOT = SPACES
               ADD 1 TO WS-TOTAL-DISCIPLINAS
               MOVE DI-CODIGO TO TB-DI-CODIGO(WS-TOTAL-DISCIPLINAS)
           END-IF.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-PROFESSORES
               WHEN 2
                   PERFORM INCLUIR-PROFESSOR
               WHEN 3
                   PERFORM ALTERAR-PROFESSOR
               WHEN 4
                   PERFORM EXCLUIR-PROFESSOR
               WHEN 5
                   PERFORM SALVAR-CADASTROS
               WHEN 6
                   PERFORM ATRIBUIR-TURMA
               WHEN 7
                   PERFORM LANCAR-AULA-GRADE
               WHEN 8
                   PERFORM RETIRAR-AULA-GRADE
               WHEN 9
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       LISTAR-PROFESSORES.
           DISPLAY SC-LIMPA-TELA.
           MOVE 2 TO WS-COUNT-LINE.

           DISPLAY "Cod." AT LINE WS-COUNT-LINE COLUMN 02.
           DISPLAY "Nome" AT LINE WS-COUNT-LINE COLUMN 08.
           DISPLAY "Max." AT LINE WS-COUNT-LINE COLUMN 45.
           DISPLAY "Atrib." AT LINE WS-COUNT-LINE COLUMN 51.
           DISPLAY "Grade" AT LINE WS-COUNT-LINE COLUMN 59.
           ADD 1 TO WS-COUNT-LINE.

           PERFORM LISTAR-LINHA-PROFESSOR
           VARYING WS-POS-PROFESSOR FROM 1 BY 1
           UNTIL WS-POS-PROFESSOR > WS-TOTAL-PROFESSORES.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-PROFESSOR.
           MOVE TB-PF-CODIGO(WS-POS-PROFESSOR) TO WS-ENT-CODIGO.
           PERFORM SOMAR-CARGA-PROFESSOR.

           DISPLAY TB-PF-CODIGO(WS-POS-PROFESSOR)
               AT LINE WS-COUNT-LINE COLUMN 02.
           DISPLAY TB-PF-NOME(WS-POS-PROFESSOR)
               AT LINE WS-COUNT-LINE COLUMN 08.
           DISPLAY TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR)
               AT LINE WS-COUNT-LINE COLUMN 45.
           DISPLAY WS-AULAS-ATRIBUIDAS
               AT LINE WS-COUNT-LINE COLUMN 51.
           DISPLAY WS-AULAS-NA-GRADE
               AT LINE WS-COUNT-LINE COLUMN 59.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
      *    TOTAL DE AULAS SEMANAIS ATRIBUIDAS E JA LANCADAS NA GRADE
      *    PARA O PROFESSOR DE WS-ENT-CODIGO.
      *--------------------------------------------------------------*
       SOMAR-CARGA-PROFESSOR.
           MOVE ZEROS TO WS-AULAS-ATRIBUIDAS WS-AULAS-NA-GRADE.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ATRIBUICOES
               IF TB-AB-PROFESSOR(WS-CONT) = WS-ENT-CODIGO
                   ADD TB-AB-AULAS(WS-CONT) TO WS-AULAS-ATRIBUIDAS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-GRADE
               IF TB-GH-PROFESSOR(WS-CONT) = WS-ENT-CODIGO
                   ADD 1 TO WS-AULAS-NA-GRADE
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LOCALIZAR-PROFESSOR.
           MOVE ZEROS TO WS-POS-PROFESSOR.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-PROFESSORES

               IF TB-PF-CODIGO(WS-CONT) = WS-ENT-CODIGO
                   MOVE WS-CONT TO WS-POS-PROFESSOR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       INCLUIR-PROFESSOR.
           DISPLAY SC-LIMPA-TELA.

           IF WS-TOTAL-PROFESSORES >= CONST-LIMITE-PROFESSORES
               DISPLAY "Tabela cheia - nao e possivel incluir"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE SPACES TO WS-ENT-CODIGO WS-ENT-NOME
               MOVE ZEROS  TO WS-ENT-CARGA

               DISPLAY SC-PROFESSOR
               ACCEPT SC-ENT-CODIGO
               ACCEPT SC-ENT-NOME
               ACCEPT SC-ENT-CARGA

               PERFORM LOCALIZAR-PROFESSOR

               DISPLAY SC-LIMPA-TELA

               EVALUATE TRUE
                   WHEN WS-ENT-CODIGO = SPACES
                   OR WS-ENT-NOME = SPACES
                       DISPLAY "Dados invalidos - inclusao cancelada"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN FLAG-PROFESSOR-ENCONTRADO
                       DISPLAY "Professor ja cadastrado"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-PROFESSORES
                       MOVE WS-ENT-CODIGO
                           TO TB-PF-CODIGO(WS-TOTAL-PROFESSORES)
                       MOVE WS-ENT-NOME
                           TO TB-PF-NOME(WS-TOTAL-PROFESSORES)
                       MOVE WS-ENT-CARGA
                           TO TB-PF-CARGA-MAXIMA(WS-TOTAL-PROFESSORES)

                       DISPLAY "Professor incluido - "
                           "salve para efetivar"
                       FOREGROUND-COLOR 2 AT 2028
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       ALTERAR-PROFESSOR.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO.

           DISPLAY "Professor a alterar: " AT 0528.
           ACCEPT WS-ENT-CODIGO AT 0550.

           PERFORM LOCALIZAR-PROFESSOR.

           IF NOT FLAG-PROFESSOR-ENCONTRADO
               DISPLAY "Professor nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE TB-PF-NOME(WS-POS-PROFESSOR) TO WS-ENT-NOME
               MOVE TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR)
                   TO WS-ENT-CARGA

               DISPLAY SC-LIMPA-TELA
               DISPLAY SC-PROFESSOR
               ACCEPT SC-ENT-NOME
               ACCEPT SC-ENT-CARGA

               MOVE WS-ENT-NOME  TO TB-PF-NOME(WS-POS-PROFESSOR)
               MOVE WS-ENT-CARGA TO TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR)

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Professor alterado - salve para efetivar"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
      *    PROFESSOR COM AULAS ATRIBUIDAS NAO SAI DO CADASTRO: AS
      *    ATRIBUICOES (E A GRADE) PRECISAM SER RETIRADAS ANTES.
      *--------------------------------------------------------------*
       EXCLUIR-PROFESSOR.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO.

           DISPLAY "Professor a excluir: " AT 0528.
           ACCEPT WS-ENT-CODIGO AT 0550.

           PERFORM LOCALIZAR-PROFESSOR.
           PERFORM SOMAR-CARGA-PROFESSOR.

           EVALUATE TRUE
               WHEN NOT FLAG-PROFESSOR-ENCONTRADO
                   DISPLAY "Professor nao encontrado"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-AULAS-ATRIBUIDAS > ZEROS
               OR WS-AULAS-NA-GRADE > ZEROS
                   DISPLAY "Professor com aulas atribuidas - "
                       "retire as atribuicoes antes"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM VARYING WS-CONT FROM WS-POS-PROFESSOR BY 1
                   UNTIL WS-CONT >= WS-TOTAL-PROFESSORES
                       MOVE PROFESSOR-ITEM(WS-CONT + 1)
                           TO PROFESSOR-ITEM(WS-CONT)
                   END-PERFORM

                   SUBTRACT 1 FROM WS-TOTAL-PROFESSORES

                   DISPLAY "Professor excluido - salve para efetivar"
                   FOREGROUND-COLOR 2 AT 2028
           END-EVALUATE.
      *--------------------------------------------------------------*
       SALVAR-CADASTROS.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           PERFORM OBTER-CAMINHO-PROFESSORES.
           PERFORM OBTER-CAMINHO-ATRIBUICOES.
           PERFORM OBTER-CAMINHO-GRADE.

           OPEN OUTPUT PROFESSORES.
           OPEN OUTPUT ATRIBUICOES.
           OPEN OUTPUT GRADE-HORARIA.

           IF NOT FLAG-PROFESSORES-SUCESSO
           OR NOT FLAG-ATRIBUICOES-SUCESSO
           OR NOT FLAG-GRADE-HORARIA-SUCESSO
               DISPLAY "ERRO NA GRAVACAO DOS CADASTROS"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-PROFESSORES
                   MOVE SPACES TO REG-PROFESSOR
                   MOVE TB-PF-CODIGO(WS-CONT)       TO PF-CODIGO
                   MOVE TB-PF-NOME(WS-CONT)         TO PF-NOME
                   MOVE TB-PF-CARGA-MAXIMA(WS-CONT) TO PF-CARGA-MAXIMA
                   WRITE REG-PROFESSOR
               END-PERFORM

               PERFORM VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-ATRIBUICOES
                   MOVE SPACES TO REG-ATRIBUICAO
                   MOVE TB-AB-PROFESSOR(WS-CONT)  TO AB-PROFESSOR
                   MOVE TB-AB-TURMA(WS-CONT)      TO AB-TURMA
                   MOVE TB-AB-DISCIPLINA(WS-CONT) TO AB-DISCIPLINA
                   MOVE TB-AB-AULAS(WS-CONT)      TO AB-AULAS-SEMANA
                   WRITE REG-ATRIBUICAO
               END-PERFORM

               PERFORM VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-GRADE
                   MOVE SPACES TO REG-GRADE-HORARIA
                   MOVE TB-GH-DIA(WS-CONT)        TO GH-DIA
                   MOVE TB-GH-AULA(WS-CONT)       TO GH-AULA
                   MOVE TB-GH-TURMA(WS-CONT)      TO GH-TURMA
                   MOVE TB-GH-DISCIPLINA(WS-CONT) TO GH-DISCIPLINA
                   MOVE TB-GH-PROFESSOR(WS-CONT)  TO GH-PROFESSOR
                   WRITE REG-GRADE-HORARIA
               END-PERFORM

               DISPLAY "Professores, atribuicoes e grade atualizados"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.

           CLOSE PROFESSORES.
           CLOSE ATRIBUICOES.
           CLOSE GRADE-HORARIA.
      *--------------------------------------------------------------*
      *    A ATRIBUICAO LIGA PROFESSOR, TURMA E DISCIPLINA COM AS
      *    AULAS SEMANAIS. REPETIR A MESMA COMBINACAO ALTERA AS
      *    AULAS; AULAS ZERADAS RETIRAM A ATRIBUICAO. O TOTAL DO
      *    PROFESSOR NAO PASSA DA CARGA MAXIMA (QUANDO INFORMADA) E
      *    AS AULAS NAO FICAM ABAIXO DO QUE JA ESTA NA GRADE.
      *--------------------------------------------------------------*
       ATRIBUIR-TURMA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-TURMA WS-ENT-DISCIPLINA.
           MOVE ZEROS  TO WS-ENT-AULAS.

           DISPLAY SC-ATRIBUICAO.
           ACCEPT SC-ATR-CODIGO.
           ACCEPT SC-ATR-TURMA.
           ACCEPT SC-ATR-DISCIPLINA.
           ACCEPT SC-ATR-AULAS.

           PERFORM LOCALIZAR-PROFESSOR.
           PERFORM CONFERIR-DISCIPLINA.
           PERFORM LOCALIZAR-ATRIBUICAO.
           PERFORM SOMAR-CARGA-PROFESSOR.
           PERFORM CONTAR-AULAS-ATRIBUICAO.

           IF FLAG-ATRIBUICAO-ENCONTRADA
               SUBTRACT TB-AB-AULAS(WS-POS-ATRIBUICAO)
                   FROM WS-AULAS-ATRIBUIDAS
           END-IF.

           ADD WS-ENT-AULAS TO WS-AULAS-ATRIBUIDAS.

           MOVE SPACES TO WS-MENSAGEM-ERRO.

           EVALUATE TRUE
               WHEN NOT FLAG-PROFESSOR-ENCONTRADO
                   MOVE "Professor nao encontrado" TO WS-MENSAGEM-ERRO
               WHEN WS-ENT-TURMA = SPACES
                   MOVE "Turma em branco" TO WS-MENSAGEM-ERRO
               WHEN NOT FLAG-DISC-EXISTE
                   MOVE "Disciplina sem cadastro" TO WS-MENSAGEM-ERRO
               WHEN WS-ENT-AULAS = ZEROS
               AND NOT FLAG-ATRIBUICAO-ENCONTRADA
                   MOVE "Atribuicao nao encontrada"
                       TO WS-MENSAGEM-ERRO
               WHEN WS-ENT-AULAS < WS-AULAS-NA-GRADE
                   MOVE "Aulas abaixo do ja lancado na grade"
                       TO WS-MENSAGEM-ERRO
               WHEN TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR) > ZEROS
               AND WS-AULAS-ATRIBUIDAS >
                   TB-PF-CARGA-MAXIMA(WS-POS-PROFESSOR)
                   MOVE "Acima da carga maxima do professor"
                       TO WS-MENSAGEM-ERRO
               WHEN NOT FLAG-ATRIBUICAO-ENCONTRADA
               AND WS-TOTAL-ATRIBUICOES >= CONST-LIMITE-ATRIBUICOES
                   MOVE "Tabela de atribuicoes cheia"
                       TO WS-MENSAGEM-ERRO
               WHEN OTHER
                   PERFORM GRAVAR-ATRIBUICAO-TABELA
           END-EVALUATE.

           DISPLAY SC-LIMPA-TELA.

           IF WS-MENSAGEM-ERRO NOT = SPACES
               DISPLAY WS-MENSAGEM-ERRO FOREGROUND-COLOR 6 AT 2028
           ELSE
               DISPLAY "Atribuicao registrada - salve para efetivar"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-ATRIBUICAO-TABELA.

           EVALUATE TRUE
               WHEN WS-ENT-AULAS = ZEROS
                   PERFORM VARYING WS-CONT FROM WS-POS-ATRIBUICAO BY 1
                   UNTIL WS-CONT >= WS-TOTAL-ATRIBUICOES
                       MOVE ATRIBUICAO-ITEM(WS-CONT + 1)
                           TO ATRIBUICAO-ITEM(WS-CONT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-ATRIBUICOES
               WHEN FLAG-ATRIBUICAO-ENCONTRADA
                   MOVE WS-ENT-AULAS TO TB-AB-AULAS(WS-POS-ATRIBUICAO)
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ATRIBUICOES
                   MOVE WS-ENT-CODIGO
                       TO TB-AB-PROFESSOR(WS-TOTAL-ATRIBUICOES)
                   MOVE WS-ENT-TURMA
                       TO TB-AB-TURMA(WS-TOTAL-ATRIBUICOES)
                   MOVE WS-ENT-DISCIPLINA
                       TO TB-AB-DISCIPLINA(WS-TOTAL-ATRIBUICOES)
                   MOVE WS-ENT-AULAS
                       TO TB-AB-AULAS(WS-TOTAL-ATRIBUICOES)
           END-EVALUATE.
      *--------------------------------------------------------------*
       CONFERIR-DISCIPLINA.
           MOVE ZEROS TO WS-DISC-EXISTE.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-DISCIPLINAS
               IF TB-DI-CODIGO(WS-CONT) = WS-ENT-DISCIPLINA
                   MOVE 1 TO WS-DISC-EXISTE
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LOCALIZAR-ATRIBUICAO.
           MOVE ZEROS TO WS-POS-ATRIBUICAO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ATRIBUICOES

               IF TB-AB-PROFESSOR(WS-CONT)  = WS-ENT-CODIGO
               AND TB-AB-TURMA(WS-CONT)      = WS-ENT-TURMA
               AND TB-AB-DISCIPLINA(WS-CONT) = WS-ENT-DISCIPLINA
                   MOVE WS-CONT TO WS-POS-ATRIBUICAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    AULAS DA GRADE JA LANCADAS PARA A ATRIBUICAO DA ENTRADA
      *    (PROFESSOR, TURMA E DISCIPLINA).
      *--------------------------------------------------------------*
       CONTAR-AULAS-ATRIBUICAO.
           MOVE ZEROS TO WS-AULAS-NA-GRADE.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-GRADE

               IF TB-GH-PROFESSOR(WS-CONT)  = WS-ENT-CODIGO
               AND TB-GH-TURMA(WS-CONT)      = WS-ENT-TURMA
               AND TB-GH-DISCIPLINA(WS-CONT) = WS-ENT-DISCIPLINA
                   ADD 1 TO WS-AULAS-NA-GRADE
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    CHOQUE DE HORARIO: NO MESMO DIA E AULA, A TURMA JA TEM
      *    AULA OU O PROFESSOR JA ESTA EM OUTRA TURMA.
      *--------------------------------------------------------------*
       CONFERIR-HORARIO.
           MOVE ZEROS TO WS-POS-TURMA-OCUPADA WS-POS-PROF-OCUPADO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-GRADE

               IF TB-GH-DIA(WS-CONT)  = WS-ENT-DIA
               AND TB-GH-AULA(WS-CONT) = WS-ENT-AULA
                   IF TB-GH-TURMA(WS-CONT) = WS-ENT-TURMA
                       MOVE WS-CONT TO WS-POS-TURMA-OCUPADA
                   END-IF
                   IF TB-GH-PROFESSOR(WS-CONT) = WS-ENT-CODIGO
                       MOVE WS-CONT TO WS-POS-PROF-OCUPADO
                   END-IF
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LANCAR-AULA-GRADE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-TURMA WS-ENT-DISCIPLINA.
           MOVE ZEROS  TO WS-ENT-DIA WS-ENT-AULA.

           DISPLAY SC-AULA-GRADE.
           ACCEPT SC-GH-DIA.
           ACCEPT SC-GH-AULA.
           ACCEPT SC-GH-TURMA.
           ACCEPT SC-GH-DISCIPLINA.
           ACCEPT SC-GH-PROFESSOR.

           PERFORM LOCALIZAR-ATRIBUICAO.
           PERFORM CONTAR-AULAS-ATRIBUICAO.
           PERFORM CONFERIR-HORARIO.

           MOVE SPACES TO WS-MENSAGEM-ERRO.

           EVALUATE TRUE
               WHEN NOT FLAG-ENT-DIA-VALIDO
               OR NOT FLAG-ENT-AULA-VALIDA
                   MOVE "Dia ou aula invalidos" TO WS-MENSAGEM-ERRO
               WHEN NOT FLAG-ATRIBUICAO-ENCONTRADA
                   MOVE "Professor sem atribuicao na turma/disciplina"
                       TO WS-MENSAGEM-ERRO
               WHEN FLAG-TURMA-OCUPADA
                   MOVE "Turma ja tem aula neste horario"
                       TO WS-MENSAGEM-ERRO
               WHEN FLAG-PROF-OCUPADO
                   MOVE "Professor ja tem aula neste horario"
                       TO WS-MENSAGEM-ERRO
               WHEN WS-AULAS-NA-GRADE >= TB-AB-AULAS(WS-POS-ATRIBUICAO)
                   MOVE "Aulas semanais da atribuicao ja lancadas"
                       TO WS-MENSAGEM-ERRO
               WHEN WS-TOTAL-GRADE >= CONST-LIMITE-GRADE
                   MOVE "Grade horaria cheia" TO WS-MENSAGEM-ERRO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-GRADE
                   MOVE WS-ENT-DIA    TO TB-GH-DIA(WS-TOTAL-GRADE)
                   MOVE WS-ENT-AULA   TO TB-GH-AULA(WS-TOTAL-GRADE)
                   MOVE WS-ENT-TURMA  TO TB-GH-TURMA(WS-TOTAL-GRADE)
                   MOVE WS-ENT-DISCIPLINA
                       TO TB-GH-DISCIPLINA(WS-TOTAL-GRADE)
                   MOVE WS-ENT-CODIGO
                       TO TB-GH-PROFESSOR(WS-TOTAL-GRADE)
           END-EVALUATE.

           DISPLAY SC-LIMPA-TELA.

           IF WS-MENSAGEM-ERRO NOT = SPACES
               DISPLAY WS-MENSAGEM-ERRO FOREGROUND-COLOR 6 AT 2028
           ELSE
               DISPLAY "Aula lancada na grade - salve para efetivar"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       RETIRAR-AULA-GRADE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-TURMA.
           MOVE ZEROS  TO WS-ENT-DIA WS-ENT-AULA.

           DISPLAY "Dia (1=segunda ... 5=sexta): " AT 0528.
           ACCEPT WS-ENT-DIA AT 0558.
           DISPLAY "Aula do dia (1 a 6): " AT 0628.
           ACCEPT WS-ENT-AULA AT 0658.
           DISPLAY "Turma: " AT 0728.
           ACCEPT WS-ENT-TURMA AT 0758.

           MOVE ZEROS TO WS-POS-GRADE.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-GRADE
               IF TB-GH-DIA(WS-CONT)   = WS-ENT-DIA
               AND TB-GH-AULA(WS-CONT)  = WS-ENT-AULA
               AND TB-GH-TURMA(WS-CONT) = WS-ENT-TURMA
                   MOVE WS-CONT TO WS-POS-GRADE
               END-IF
           END-PERFORM.

           IF NOT FLAG-AULA-ENCONTRADA
               DISPLAY "Aula nao encontrada na grade"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM VARYING WS-CONT FROM WS-POS-GRADE BY 1
               UNTIL WS-CONT >= WS-TOTAL-GRADE
                   MOVE GRADE-ITEM(WS-CONT + 1) TO GRADE-ITEM(WS-CONT)
               END-PERFORM

               SUBTRACT 1 FROM WS-TOTAL-GRADE

               DISPLAY "Aula retirada da grade - salve para efetivar"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
