       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTORICO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    HISTORICO ESCOLAR ACUMULADO: PARA UMA MATRICULA OU UMA
      *    TURMA INTEIRA (A TURMA ATUAL DE ALUNOS.DAT OU A DE UM ANO
      *    JA ENCERRADO, PARA A TURMA QUE SE FORMA), RELE OS ARQUIVOS
      *    CARIMBADOS PELO ENCERRA-ANO (ALUNOS_AAAA.DAT,
      *    notas_disciplina_AAAA.dat, recuperacao_AAAA.dat E
      *    frequencia_AAAA.dat) E GERA historico_MATRICULA.txt COM O
      *    CABECALHO DA ESCOLA (empresa.dat) E, POR ANO CURSADO, A
      *    TURMA, A NOTA FINAL DE CADA DISCIPLINA APOS A
      *    RECUPERACAO, O PERCENTUAL DE FREQUENCIA E O RESULTADO -
      *    PELOS MESMOS CRITERIOS DO relat-1 E DO ENCERRA-ANO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS.

      *    ARQUIVOS CARIMBADOS DO ANO (VER ARQUIVAR-ANO NO
      *    ENCERRA-ANO), GRAVADOS COMO LINHAS DE TEXTO.
           SELECT ALUNOS-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS-HIST.

           SELECT FREQ-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREQ-HIST.

           SELECT RECUP-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECUP-HIST.

           SELECT NOTAS-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS-HIST.

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISCIPLINAS.

           SELECT ARQ-HISTORICO ASSIGN TO WS-DESTINO-HISTORICO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS
           LABEL RECORD STANDARD
           DATA RECORD IS REG-ALUNO.

       01  REG-ALUNO.
           05 AL-MATRICULA          PIC X(06)             VALUE SPACES.
           05 AL-TURMA              PIC X(03)             VALUE SPACES.
           05 AL-NOME               PIC X(35)             VALUE SPACES.
           05 AL-NOTAS.
               10 AL-NOTA-COMP OCCURS 5 TIMES PIC 99V9.
           05 FILLER                PIC X(02)             VALUE SPACES.

      *    MESMO LAYOUT DE ALUNOS.DAT, COMPLETADO ATE 80 POSICOES.
       FD  ALUNOS-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALUNO-HIST.

       01  REG-ALUNO-HIST.
           05 AH-MATRICULA          PIC X(06)             VALUE SPACES.
           05 AH-TURMA              PIC X(03)             VALUE SPACES.
           05 AH-NOME               PIC X(35)             VALUE SPACES.
           05 AH-NOTAS.
               10 AH-NOTA-COMP OCCURS 5 TIMES PIC 99V9.
           05 FILLER                PIC X(21)             VALUE SPACES.

       FD  FREQ-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FREQ-HIST.

       01  REG-FREQ-HIST.
           05 FH-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FH-PERIODO            PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FH-AULAS-DADAS        PIC 9(3)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FH-AULAS-ASSISTIDAS   PIC 9(3)              VALUE ZEROS.

       FD  RECUP-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RECUP-HIST.

       01  REG-RECUP-HIST.
           05 RH-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RH-NOTA               PIC 99V9              VALUE ZEROS.

       FD  NOTAS-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NOTA-HIST.

       01  REG-NOTA-HIST.
           05 NH-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NH-DISCIPLINA         PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NH-NOTAS.
               10 NH-NOTA-COMP OCCURS 5 TIMES PIC 99V9.

      *    CADASTRO DE DISCIPLINAS (disciplinas.txt, VER CAD-ALUNO).
       FD  DISCIPLINAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DISCIPLINA.

       01  REG-DISCIPLINA.
           05 DI-CODIGO             PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 DI-DESCRICAO          PIC X(20)             VALUE SPACES.

       FD ARQ-HISTORICO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-HISTORICO PIC X(80).

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
           88 FLAG-ALUNOS-SUCESSO                  VALUE "00".
           88 FLAG-ALUNOS-EOF                      VALUE "10".
       77 WS-ARQ-ALUNOS-HIST        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS-HIST     PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-HIST-SUCESSO             VALUE "00".
           88 FLAG-ALUNOS-HIST-EOF                 VALUE "10".
       77 WS-ARQ-FREQ-HIST          PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FREQ-HIST       PIC X(02)      VALUE SPACES.
           88 FLAG-FREQ-HIST-SUCESSO               VALUE "00".
           88 FLAG-FREQ-HIST-EOF                   VALUE "10".
       77 WS-ARQ-RECUP-HIST         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-RECUP-HIST      PIC X(02)      VALUE SPACES.
           88 FLAG-RECUP-HIST-SUCESSO              VALUE "00".
           88 FLAG-RECUP-HIST-EOF                  VALUE "10".
       77 WS-ARQ-NOTAS-HIST         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-NOTAS-HIST      PIC X(02)      VALUE SPACES.
           88 FLAG-NOTAS-HIST-SUCESSO              VALUE "00".
           88 FLAG-NOTAS-HIST-EOF                  VALUE "10".
       77 WS-ARQ-DISCIPLINAS        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-DISCIPLINAS     PIC X(02)      VALUE SPACES.
           88 FLAG-DISCIPLINAS-SUCESSO             VALUE "00".
           88 FLAG-DISCIPLINAS-EOF                 VALUE "10".
       77 WS-DESTINO-HISTORICO      PIC X(60)      VALUE SPACES.
      *---- FILTROS --------------------------------------------------*
       01 WS-FILTRO.
           05 WS-MATRICULA-FILTRO   PIC X(06)      VALUE SPACES.
           05 WS-TURMA-FILTRO       PIC X(03)      VALUE SPACES.
           05 WS-ANO-TURMA          PIC 9(04)      VALUE ZEROS.
           05 WS-ANO-INICIAL        PIC 9(04)      VALUE ZEROS.
           05 WS-ANO-FINAL          PIC 9(04)      VALUE ZEROS.
      *    SEM ANO INICIAL, O HISTORICO PROCURA OS ARQUIVOS DOS
      *    ULTIMOS CONST-ANOS-PADRAO ANOS ATE O ANO FINAL.
       77 CONST-ANOS-PADRAO         PIC 9(2)       VALUE 20.
       01 WS-DATA-HOJE              PIC 9(08)      VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
      *---- ALUNOS SELECIONADOS --------------------------------------*
       77 CONST-LIMITE-SELECAO      PIC 9(3)       VALUE 500.
       77 WS-TOTAL-SELECAO          PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-SEL                PIC 9(3)       VALUE ZEROS.
       01 TB-SELECAO.
           02 SELECAO-ITEM OCCURS 500 TIMES.
               10 TB-SL-MATRICULA   PIC X(06)      VALUE SPACES.
               10 TB-SL-NOME        PIC X(35)      VALUE SPACES.
      *---- DISCIPLINAS ----------------------------------------------*
       77 CONST-LIMITE-DISCIPLINAS  PIC 9(2)       VALUE 50.
       77 WS-TOTAL-DISCIPLINAS      PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-DI                 PIC 9(2)       VALUE ZEROS.
       01 TB-DISCIPLINAS.
           02 DISCIPLINA-ITEM OCCURS 50 TIMES.
               10 TB-DI-CODIGO      PIC X(03)      VALUE SPACES.
               10 TB-DI-DESCRICAO   PIC X(20)      VALUE SPACES.
      *---- DISCIPLINAS DO ALUNO NO ANO ------------------------------*
       77 CONST-LIMITE-DISC-ANO     PIC 9(2)       VALUE 20.
       77 WS-TOTAL-DISC-ANO         PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-DA                 PIC 9(2)       VALUE ZEROS.
       01 TB-DISC-ANO.
           02 DISC-ANO-ITEM OCCURS 20 TIMES.
               10 TB-DA-DISCIPLINA  PIC X(03)      VALUE SPACES.
               10 TB-DA-MEDIA       PIC 99V9       VALUE ZEROS.
      *---- CALCULO DO ANO -------------------------------------------*
       77 WS-ANO-HIST               PIC 9(04)      VALUE ZEROS.
       77 WS-ACHOU-ANO              PIC 9          VALUE ZEROS.
           88 FLAG-ACHOU-ANO                       VALUE 1.
       77 WS-IDX-NOTA               PIC 9          VALUE ZEROS.
       77 WS-SOMA-PONDERADA         PIC 9(4)V9(2)  VALUE ZEROS.
       77 WS-MEDIA-CALC             PIC 99V9       VALUE ZEROS.
       77 WS-MEDIA-FINAL            PIC 99V9       VALUE ZEROS.
       77 WS-MEDIA-DISC             PIC 99V9       VALUE ZEROS.
       77 WS-NOTA-RECUPERACAO       PIC 99V9       VALUE ZEROS.
       77 WS-TEM-RECUPERACAO        PIC 9          VALUE ZEROS.
           88 FLAG-TEM-RECUPERACAO                 VALUE 1.
       77 WS-REPROVA-DISC           PIC 9          VALUE ZEROS.
           88 FLAG-REPROVA-DISC                    VALUE 1.
       77 WS-AULAS-DADAS            PIC 9(5)       VALUE ZEROS.
       77 WS-AULAS-ASSISTIDAS       PIC 9(5)       VALUE ZEROS.
       77 WS-PERC-FREQ              PIC 9(3)V9     VALUE ZEROS.
       77 WS-SITUACAO               PIC X(8)       VALUE SPACES.
           88 FLAG-SITUACAO-APROVADO   VALUE "APROVADO" "RECUPER.".
           88 FLAG-SITUACAO-RECUPERADO VALUE "RECUPER.".
       77 NOTAMINIMA                PIC 9V9        VALUE 6,0.
       77 FREQMINIMA                PIC 99         VALUE 75.
       77 WS-QTD-ANOS-ALUNO         PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-APROV-ALUNO        PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-GERADOS            PIC 9(4)       VALUE ZEROS.
      *---- LINHAS DO HISTORICO --------------------------------------*
       01 HS-CAB-EMPRESA.
           05 HS-CAB-RAZAO PIC X(30).
           05 FILLER PIC X(8) VALUE "  CNPJ: ".
           05 HS-CAB-CNPJ PIC X(14).
       01 HS-CAB-ENDERECO.
           05 HS-CAB-END PIC X(40).
       01 HS-TITULO.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
              "H I S T O R I C O   E S C O L A R".
       01 HS-LINHA-ALUNO.
           05 FILLER PIC X(7) VALUE "Aluno: ".
           05 HS-NOME PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Matricula: ".
           05 HS-MATRICULA PIC X(6).
       01 HS-LINHA-ANO.
           05 FILLER PIC X(12) VALUE "Ano letivo: ".
           05 HS-ANO PIC 9(4).
           05 FILLER PIC X(10) VALUE "   Turma: ".
           05 HS-TURMA PIC X(3).
       01 HS-LINHA-DISC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HS-DISC-CODIGO PIC X(3).
           05 FILLER PIC X VALUE SPACES.
           05 HS-DISC-DESCRICAO PIC X(20).
           05 FILLER PIC X(9) VALUE "  Media: ".
           05 HS-DISC-MEDIA PIC Z9,9.
           05 FILLER PIC X(9) VALUE "  Final: ".
           05 HS-DISC-FINAL PIC Z9,9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HS-DISC-MARCA PIC X(15).
       01 HS-LINHA-RECUP.
           05 FILLER PIC X(16) VALUE "  Recuperacao: ".
           05 HS-RECUP-NOTA PIC Z9,9.
       01 HS-LINHA-RESULTADO.
           05 FILLER PIC X(15) VALUE "  Media final: ".
           05 HS-MEDIA PIC Z9,9.
           05 FILLER PIC X(14) VALUE "  Frequencia: ".
           05 HS-FREQ PIC ZZ9.
           05 FILLER PIC X(3) VALUE "%".
           05 FILLER PIC X(11) VALUE "Resultado: ".
           05 HS-SITUACAO PIC X(8).
       01 HS-LINHA-SEM-ANO.
           05 FILLER PIC X(45) VALUE
              "NENHUM ANO LETIVO ARQUIVADO PARA A MATRICULA".
       01 HS-LINHA-TOTAL.
           05 FILLER PIC X(15) VALUE "Anos cursados: ".
           05 HS-TOT-ANOS PIC ZZ9.
           05 FILLER PIC X(14) VALUE "   Aprovados: ".
           05 HS-TOT-APROV PIC ZZ9.
       01 HS-RODAPE.
           05 FILLER PIC X(11) VALUE "Emitido em ".
           05 HS-ROD-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HS-ROD-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HS-ROD-ANO PIC 9(4).
           05 FILLER PIC X(9) VALUE SPACES.
           05 HS-ROD-EMPRESA PIC X(30).
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "HISTORICO - historico escolar acumulado".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Matricula (branco = por turma):".
           10 SC-MATRICULA-FILTRO   LINE + 0  COLUMN 45
           USING WS-MATRICULA-FILTRO.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Turma (se matricula em branco):".
           10 SC-TURMA-FILTRO       LINE + 0  COLUMN 45
           USING WS-TURMA-FILTRO.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano da turma (zero = atual):".
           10 SC-ANO-TURMA          LINE + 0  COLUMN 45
           USING WS-ANO-TURMA.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano inicial (zero = padrao):".
           10 SC-ANO-INICIAL        LINE + 0  COLUMN 45
           USING WS-ANO-INICIAL.

           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano final (zero = ano atual):".
           10 SC-ANO-FINAL          LINE + 0  COLUMN 45
           USING WS-ANO-FINAL.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IF WS-ANO-FINAL = ZEROS
               MOVE WS-HOJE-ANO TO WS-ANO-FINAL
           END-IF.

           IF WS-ANO-INICIAL = ZEROS
               COMPUTE WS-ANO-INICIAL =
                   WS-ANO-FINAL - CONST-ANOS-PADRAO
           END-IF.

           COPY OBTER-DIR-DADOS.

           PERFORM LER-EMPRESA.

           PERFORM CARREGAR-DISCIPLINAS.
           PERFORM MONTAR-SELECAO.

           IF WS-TOTAL-SELECAO = ZEROS
               DISPLAY "NENHUM ALUNO SELECIONADO"
               STOP RUN
           END-IF.

           PERFORM GERAR-HISTORICO-ALUNO
           VARYING WS-IDX-SEL FROM 1 BY 1
           UNTIL WS-IDX-SEL > WS-TOTAL-SELECAO.

           DISPLAY "HISTORICOS GERADOS: " WS-QTD-GERADOS.

           STRING "MAT=" DELIMITED BY SIZE
                  WS-MATRICULA-FILTRO DELIMITED BY SIZE
                  " TURMA=" DELIMITED BY SIZE
                  WS-TURMA-FILTRO DELIMITED BY SIZE
                  " ANOS=" DELIMITED BY SIZE
                  WS-ANO-INICIAL DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ANO-FINAL DELIMITED BY SIZE
                  " GERADOS=" DELIMITED BY SIZE
                  WS-QTD-GERADOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "HISTORICOS GERADOS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-MATRICULA-FILTRO.
           ACCEPT SC-TURMA-FILTRO.
           ACCEPT SC-ANO-TURMA.
           ACCEPT SC-ANO-INICIAL.
           ACCEPT SC-ANO-FINAL.

           IF WS-MATRICULA-FILTRO = SPACES
           AND WS-TURMA-FILTRO = SPACES
               DISPLAY "Informe matricula ou turma"
               AT 1510 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.

           IF WS-ANO-FINAL NOT = ZEROS
           AND WS-ANO-INICIAL > WS-ANO-FINAL
               DISPLAY "Ano inicial maior que o ano final"
               AT 1510 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ALUNOS.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-ALUNOS==
                ==:DDVAR:==  BY =="DD_ALUNOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-DISCIPLINAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="disciplinas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-DISCIPLINAS==
                ==:DDVAR:==  BY =="DD_DISCIPLINAS"==.
      *--------------------------------------------------------------*
      *    CAMINHOS DOS ARQUIVOS CARIMBADOS DO ANO WS-ANO-HIST, COM OS
      *    MESMOS NOMES GRAVADOS PELO ENCERRA-ANO.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS-HIST.

           MOVE SPACES TO WS-ARQ-ALUNOS-HIST.
           STRING WS-DIR-DADOS     DELIMITED BY SPACE
                  "\ALUNOS_"       DELIMITED BY SIZE
                  WS-ANO-HIST      DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
                  INTO WS-ARQ-ALUNOS-HIST.
           DISPLAY "DD_ALUNOS-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-ALUNOS-HIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FREQ-HIST.

           MOVE SPACES TO WS-ARQ-FREQ-HIST.
           STRING WS-DIR-DADOS     DELIMITED BY SPACE
                  "\frequencia_"   DELIMITED BY SIZE
                  WS-ANO-HIST      DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WS-ARQ-FREQ-HIST.
           DISPLAY "DD_FREQ-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-FREQ-HIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RECUP-HIST.

           MOVE SPACES TO WS-ARQ-RECUP-HIST.
           STRING WS-DIR-DADOS     DELIMITED BY SPACE
                  "\recuperacao_"  DELIMITED BY SIZE
                  WS-ANO-HIST      DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WS-ARQ-RECUP-HIST.
           DISPLAY "DD_RECUP-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-RECUP-HIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NOTAS-HIST.

           MOVE SPACES TO WS-ARQ-NOTAS-HIST.
           STRING WS-DIR-DADOS           DELIMITED BY SPACE
                  "\notas_disciplina_"   DELIMITED BY SIZE
                  WS-ANO-HIST            DELIMITED BY SIZE
                  ".dat"                 DELIMITED BY SIZE
                  INTO WS-ARQ-NOTAS-HIST.
           DISPLAY "DD_NOTAS-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-NOTAS-HIST UPON ENVIRONMENT-VALUE.
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
               MOVE DI-CODIGO    TO TB-DI-CODIGO(WS-TOTAL-DISCIPLINAS)
               MOVE DI-DESCRICAO
                   TO TB-DI-DESCRICAO(WS-TOTAL-DISCIPLINAS)
           END-IF.
      *--------------------------------------------------------------*
      *    UMA MATRICULA INFORMADA ENTRA DIRETO (O ALUNO TRANSFERIDO
      *    PODE JA TER SAIDO DE ALUNOS.DAT); A TURMA VEM DE ALUNOS.DAT
      *    OU, COM O ANO DA TURMA, DO ALUNOS_AAAA.DAT DAQUELE ANO.
      *--------------------------------------------------------------*
       MONTAR-SELECAO.

           MOVE ZEROS TO WS-TOTAL-SELECAO.

           EVALUATE TRUE
               WHEN WS-MATRICULA-FILTRO NOT = SPACES
                   MOVE 1 TO WS-TOTAL-SELECAO
                   MOVE WS-MATRICULA-FILTRO TO TB-SL-MATRICULA(1)
                   MOVE SPACES              TO TB-SL-NOME(1)
               WHEN WS-ANO-TURMA = ZEROS
                   MOVE SPACES TO WS-STATUS-ALUNOS

                   PERFORM OBTER-CAMINHO-ALUNOS

                   OPEN INPUT ALUNOS

                   IF FLAG-ALUNOS-SUCESSO
                       PERFORM SELECIONAR-ALUNO-ATUAL WITH TEST BEFORE
                       UNTIL FLAG-ALUNOS-EOF
                       OR WS-TOTAL-SELECAO >= CONST-LIMITE-SELECAO
                       CLOSE ALUNOS
                   END-IF
               WHEN OTHER
                   MOVE WS-ANO-TURMA TO WS-ANO-HIST
                   MOVE SPACES       TO WS-STATUS-ALUNOS-HIST

                   PERFORM OBTER-CAMINHO-ALUNOS-HIST

                   OPEN INPUT ALUNOS-HIST

                   IF FLAG-ALUNOS-HIST-SUCESSO
                       PERFORM SELECIONAR-ALUNO-ARQUIVADO
                       WITH TEST BEFORE
                       UNTIL FLAG-ALUNOS-HIST-EOF
                       OR WS-TOTAL-SELECAO >= CONST-LIMITE-SELECAO
                       CLOSE ALUNOS-HIST
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
       SELECIONAR-ALUNO-ATUAL.

           READ ALUNOS AT END
           MOVE "10" TO WS-STATUS-ALUNOS.

           IF NOT FLAG-ALUNOS-EOF
           AND AL-TURMA = WS-TURMA-FILTRO
               ADD 1 TO WS-TOTAL-SELECAO
               MOVE AL-MATRICULA TO TB-SL-MATRICULA(WS-TOTAL-SELECAO)
               MOVE AL-NOME      TO TB-SL-NOME(WS-TOTAL-SELECAO)
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-ALUNO-ARQUIVADO.

           READ ALUNOS-HIST.

           IF NOT FLAG-ALUNOS-HIST-EOF
           AND AH-TURMA = WS-TURMA-FILTRO
               ADD 1 TO WS-TOTAL-SELECAO
               MOVE AH-MATRICULA TO TB-SL-MATRICULA(WS-TOTAL-SELECAO)
               MOVE AH-NOME      TO TB-SL-NOME(WS-TOTAL-SELECAO)
           END-IF.
      *--------------------------------------------------------------*
       GERAR-HISTORICO-ALUNO.

           MOVE ZEROS TO WS-QTD-ANOS-ALUNO WS-QTD-APROV-ALUNO.

      *    MATRICULA INFORMADA: O NOME VEM DO ANO MAIS RECENTE
      *    ARQUIVADO.
           IF TB-SL-NOME(WS-IDX-SEL) = SPACES
               PERFORM BUSCAR-NOME-ARQUIVADO
               VARYING WS-ANO-HIST FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-HIST > WS-ANO-FINAL
           END-IF.

           MOVE SPACES TO WS-DESTINO-HISTORICO.

           STRING WS-DIR-DADOS             DELIMITED BY SPACE
                  "\historico_"            DELIMITED BY SIZE
                  TB-SL-MATRICULA(WS-IDX-SEL) DELIMITED BY SPACE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WS-DESTINO-HISTORICO.

           OPEN OUTPUT ARQ-HISTORICO.

           MOVE WS-EMP-RAZAO    TO HS-CAB-RAZAO.
           MOVE WS-EMP-CNPJ     TO HS-CAB-CNPJ.
           MOVE WS-EMP-ENDERECO TO HS-CAB-END.
           WRITE REC-HISTORICO FROM HS-CAB-EMPRESA
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HISTORICO FROM HS-CAB-ENDERECO
           BEFORE ADVANCING 2 LINES.

           WRITE REC-HISTORICO FROM HS-TITULO
           BEFORE ADVANCING 2 LINES.

           MOVE TB-SL-NOME(WS-IDX-SEL)      TO HS-NOME.
           MOVE TB-SL-MATRICULA(WS-IDX-SEL) TO HS-MATRICULA.
           WRITE REC-HISTORICO FROM HS-LINHA-ALUNO
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-ANO-ALUNO
           VARYING WS-ANO-HIST FROM WS-ANO-INICIAL BY 1
           UNTIL WS-ANO-HIST > WS-ANO-FINAL.

           IF WS-QTD-ANOS-ALUNO = ZEROS
               WRITE REC-HISTORICO FROM HS-LINHA-SEM-ANO
               BEFORE ADVANCING 2 LINES
           ELSE
               MOVE WS-QTD-ANOS-ALUNO  TO HS-TOT-ANOS
               MOVE WS-QTD-APROV-ALUNO TO HS-TOT-APROV
               WRITE REC-HISTORICO FROM HS-LINHA-TOTAL
               BEFORE ADVANCING 2 LINES
           END-IF.

           MOVE WS-HOJE-DIA  TO HS-ROD-DIA.
           MOVE WS-HOJE-MES  TO HS-ROD-MES.
           MOVE WS-HOJE-ANO  TO HS-ROD-ANO.
           MOVE WS-EMP-RAZAO TO HS-ROD-EMPRESA.
           WRITE REC-HISTORICO FROM HS-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE ARQ-HISTORICO.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "MAT=" DELIMITED BY SIZE
                  TB-SL-MATRICULA(WS-IDX-SEL) DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-HISTORICO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           ADD 1 TO WS-QTD-GERADOS.
      *--------------------------------------------------------------*
       BUSCAR-NOME-ARQUIVADO.

           PERFORM LOCALIZAR-ALUNO-ANO.

           IF FLAG-ACHOU-ANO
               MOVE AH-NOME TO TB-SL-NOME(WS-IDX-SEL)
           END-IF.
      *--------------------------------------------------------------*
      *    REG-ALUNO-HIST FICA COM O REGISTRO DO ALUNO NO ANO
      *    WS-ANO-HIST QUANDO FLAG-ACHOU-ANO; ANO SEM ARQUIVO OU SEM O
      *    ALUNO NAO ENTRA NO HISTORICO.
      *--------------------------------------------------------------*
       LOCALIZAR-ALUNO-ANO.

           MOVE ZEROS  TO WS-ACHOU-ANO.
           MOVE SPACES TO WS-STATUS-ALUNOS-HIST.

           PERFORM OBTER-CAMINHO-ALUNOS-HIST.

           OPEN INPUT ALUNOS-HIST.

           IF FLAG-ALUNOS-HIST-SUCESSO
               PERFORM CONFERIR-LINHA-ALUNO-ANO WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-HIST-EOF
               OR FLAG-ACHOU-ANO
               CLOSE ALUNOS-HIST
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-ALUNO-ANO.

           READ ALUNOS-HIST.

           IF NOT FLAG-ALUNOS-HIST-EOF
           AND AH-MATRICULA = TB-SL-MATRICULA(WS-IDX-SEL)
               MOVE 1 TO WS-ACHOU-ANO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-ANO-ALUNO.

           PERFORM LOCALIZAR-ALUNO-ANO.

           IF FLAG-ACHOU-ANO
               ADD 1 TO WS-QTD-ANOS-ALUNO

               PERFORM CALCULAR-MEDIA-ANO
               PERFORM APURAR-FREQUENCIA-ANO
               PERFORM CARREGAR-DISCIPLINAS-ANO
               PERFORM APURAR-RECUPERACAO-ANO
               PERFORM APURAR-SITUACAO-ANO

               IF FLAG-SITUACAO-APROVADO
                   ADD 1 TO WS-QTD-APROV-ALUNO
               END-IF

               MOVE WS-ANO-HIST TO HS-ANO
               MOVE AH-TURMA    TO HS-TURMA
               WRITE REC-HISTORICO FROM HS-LINHA-ANO
               BEFORE ADVANCING 1 LINE

               PERFORM IMPRIMIR-DISCIPLINA-ANO
               VARYING WS-IDX-DA FROM 1 BY 1
               UNTIL WS-IDX-DA > WS-TOTAL-DISC-ANO

               IF FLAG-TEM-RECUPERACAO
                   MOVE WS-NOTA-RECUPERACAO TO HS-RECUP-NOTA
                   WRITE REC-HISTORICO FROM HS-LINHA-RECUP
                   BEFORE ADVANCING 1 LINE
               END-IF

               MOVE WS-MEDIA-FINAL TO HS-MEDIA
               MOVE WS-PERC-FREQ   TO HS-FREQ
               MOVE WS-SITUACAO    TO HS-SITUACAO
               WRITE REC-HISTORICO FROM HS-LINHA-RESULTADO
               BEFORE ADVANCING 2 LINES
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-MEDIA-ANO.

           MOVE ZEROS TO WS-SOMA-PONDERADA.

           PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
           UNTIL WS-IDX-NOTA > 5
               COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                   + AH-NOTA-COMP(WS-IDX-NOTA)
                   * WS-PESO-NOTA(WS-IDX-NOTA)
           END-PERFORM.

           COMPUTE WS-MEDIA-CALC ROUNDED =
               WS-SOMA-PONDERADA / WS-TOTAL-PESOS
               ON SIZE ERROR MOVE ZEROS TO WS-MEDIA-CALC
           END-COMPUTE.
      *--------------------------------------------------------------*
       APURAR-FREQUENCIA-ANO.

           MOVE ZEROS  TO WS-AULAS-DADAS WS-AULAS-ASSISTIDAS.
           MOVE SPACES TO WS-STATUS-FREQ-HIST.

           PERFORM OBTER-CAMINHO-FREQ-HIST.

           OPEN INPUT FREQ-HIST.

           IF FLAG-FREQ-HIST-SUCESSO
               PERFORM SOMAR-LINHA-FREQ-HIST WITH TEST BEFORE
               UNTIL FLAG-FREQ-HIST-EOF
               CLOSE FREQ-HIST
           END-IF.

      *    ALUNO SEM APONTAMENTO NAO E REPROVADO POR FALTA DE
      *    LANCAMENTO, COMO NO relat-1.
           IF WS-AULAS-DADAS = ZEROS
               MOVE 100 TO WS-PERC-FREQ
           ELSE
               COMPUTE WS-PERC-FREQ ROUNDED =
                   WS-AULAS-ASSISTIDAS * 100 / WS-AULAS-DADAS
                   ON SIZE ERROR MOVE 100 TO WS-PERC-FREQ
               END-COMPUTE
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-FREQ-HIST.

           READ FREQ-HIST.

           IF NOT FLAG-FREQ-HIST-EOF
           AND FH-MATRICULA = AH-MATRICULA
               ADD FH-AULAS-DADAS      TO WS-AULAS-DADAS
               ADD FH-AULAS-ASSISTIDAS TO WS-AULAS-ASSISTIDAS
           END-IF.
      *--------------------------------------------------------------*
      *    MEDIA PONDERADA DE CADA DISCIPLINA DO ALUNO NO ANO; UMA
      *    ABAIXO DA MINIMA MARCA A REPROVACAO POR DISCIPLINA.
      *--------------------------------------------------------------*
       CARREGAR-DISCIPLINAS-ANO.

           MOVE ZEROS  TO WS-TOTAL-DISC-ANO WS-REPROVA-DISC.
           MOVE SPACES TO WS-STATUS-NOTAS-HIST.

           PERFORM OBTER-CAMINHO-NOTAS-HIST.

           OPEN INPUT NOTAS-HIST.

           IF FLAG-NOTAS-HIST-SUCESSO
               PERFORM CARREGAR-LINHA-NOTA-HIST WITH TEST BEFORE
               UNTIL FLAG-NOTAS-HIST-EOF
               CLOSE NOTAS-HIST
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-NOTA-HIST.

           READ NOTAS-HIST.

           IF NOT FLAG-NOTAS-HIST-EOF
           AND NH-MATRICULA = AH-MATRICULA
           AND WS-TOTAL-DISC-ANO < CONST-LIMITE-DISC-ANO
               MOVE ZEROS TO WS-SOMA-PONDERADA

               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > 5
                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                       + NH-NOTA-COMP(WS-IDX-NOTA)
                       * WS-PESO-NOTA(WS-IDX-NOTA)
               END-PERFORM

               COMPUTE WS-MEDIA-DISC ROUNDED =
                   WS-SOMA-PONDERADA / WS-TOTAL-PESOS
                   ON SIZE ERROR MOVE ZEROS TO WS-MEDIA-DISC
               END-COMPUTE

               ADD 1 TO WS-TOTAL-DISC-ANO
               MOVE NH-DISCIPLINA TO TB-DA-DISCIPLINA(WS-TOTAL-DISC-ANO)
               MOVE WS-MEDIA-DISC TO TB-DA-MEDIA(WS-TOTAL-DISC-ANO)

               IF WS-MEDIA-DISC < NOTAMINIMA
                   MOVE 1 TO WS-REPROVA-DISC
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       APURAR-RECUPERACAO-ANO.

           MOVE ZEROS  TO WS-TEM-RECUPERACAO WS-NOTA-RECUPERACAO.
           MOVE SPACES TO WS-STATUS-RECUP-HIST.

           PERFORM OBTER-CAMINHO-RECUP-HIST.

           OPEN INPUT RECUP-HIST.

           IF FLAG-RECUP-HIST-SUCESSO
               PERFORM CONFERIR-LINHA-RECUP-HIST WITH TEST BEFORE
               UNTIL FLAG-RECUP-HIST-EOF
               CLOSE RECUP-HIST
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-RECUP-HIST.

           READ RECUP-HIST.

           IF NOT FLAG-RECUP-HIST-EOF
           AND RH-MATRICULA = AH-MATRICULA
               MOVE RH-NOTA TO WS-NOTA-RECUPERACAO
               MOVE 1       TO WS-TEM-RECUPERACAO
           END-IF.
      *--------------------------------------------------------------*
      *    MESMOS CRITERIOS DO ENCERRA-ANO: FREQUENCIA INSUFICIENTE
      *    REPROVA ANTES DA NOTA; DISCIPLINA ABAIXO DA MINIMA COM A
      *    MEDIA GERAL NO CORTE REPROVA SEM RECUPERACAO; ABAIXO DA
      *    MEDIA, A RECUPERACAO DECIDE ((MEDIA + RECUPERACAO)/2).
      *--------------------------------------------------------------*
       APURAR-SITUACAO-ANO.

           MOVE WS-MEDIA-CALC TO WS-MEDIA-FINAL.

           EVALUATE TRUE
               WHEN WS-PERC-FREQ < FREQMINIMA
                   MOVE "REP FREQ" TO WS-SITUACAO
               WHEN WS-MEDIA-CALC >= NOTAMINIMA
               AND NOT FLAG-REPROVA-DISC
                   MOVE "APROVADO" TO WS-SITUACAO
               WHEN WS-MEDIA-CALC >= NOTAMINIMA
                   MOVE "REP DISC" TO WS-SITUACAO
               WHEN OTHER
                   IF FLAG-TEM-RECUPERACAO
                       COMPUTE WS-MEDIA-FINAL ROUNDED =
                           (WS-MEDIA-CALC + WS-NOTA-RECUPERACAO) / 2
                           ON SIZE ERROR
                               MOVE WS-MEDIA-CALC TO WS-MEDIA-FINAL
                       END-COMPUTE
                   END-IF

                   IF WS-MEDIA-FINAL >= NOTAMINIMA
                       MOVE "RECUPER." TO WS-SITUACAO
                   ELSE
                       MOVE "REP NOTA" TO WS-SITUACAO
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    A RECUPERACAO E GERAL: APROVADO POR ELA, A DISCIPLINA
      *    ABAIXO DA MINIMA FICA COM (MEDIA + RECUPERACAO)/2, COMO A
      *    MEDIA DO ANO.
      *--------------------------------------------------------------*
       IMPRIMIR-DISCIPLINA-ANO.

           MOVE TB-DA-DISCIPLINA(WS-IDX-DA) TO HS-DISC-CODIGO.
           MOVE TB-DA-MEDIA(WS-IDX-DA)      TO HS-DISC-MEDIA.
           MOVE TB-DA-MEDIA(WS-IDX-DA)      TO WS-MEDIA-DISC.
           MOVE SPACES                      TO HS-DISC-DESCRICAO
                                               HS-DISC-MARCA.

           PERFORM VARYING WS-IDX-DI FROM 1 BY 1
           UNTIL WS-IDX-DI > WS-TOTAL-DISCIPLINAS
               IF TB-DI-CODIGO(WS-IDX-DI) = TB-DA-DISCIPLINA(WS-IDX-DA)
                   MOVE TB-DI-DESCRICAO(WS-IDX-DI)
                       TO HS-DISC-DESCRICAO
               END-IF
           END-PERFORM.

           IF WS-MEDIA-DISC < NOTAMINIMA
               IF FLAG-SITUACAO-RECUPERADO
                   COMPUTE WS-MEDIA-DISC ROUNDED =
                       (WS-MEDIA-DISC + WS-NOTA-RECUPERACAO) / 2
                       ON SIZE ERROR
                           MOVE TB-DA-MEDIA(WS-IDX-DA)
                               TO WS-MEDIA-DISC
                   END-COMPUTE
                   MOVE "RECUPERACAO" TO HS-DISC-MARCA
               ELSE
                   MOVE "ABAIXO DA MEDIA" TO HS-DISC-MARCA
               END-IF
           END-IF.

           MOVE WS-MEDIA-DISC TO HS-DISC-FINAL.

           WRITE REC-HISTORICO FROM HS-LINHA-DISC
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="HISTORICO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="HISTORICO"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="empresa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-EMPRESA==
                ==:DDVAR:==  BY =="DD_EMPRESA"==.
      *--------------------------------------------------------------*
       LER-EMPRESA.
           COPY LER-EMPRESA.
      *--------------------------------------------------------------*
