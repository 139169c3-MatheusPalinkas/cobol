       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ANALISE-NOTAS.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    ANALISE DA DISTRIBUICAO DE NOTAS PARA A COORDENACAO: A
      *    PARTIR DE notas_disciplina.dat (MEDIA PONDERADA DE CADA
      *    ALUNO NA DISCIPLINA, PELOS PESOS DO relat-1), DA TURMA DO
      *    ALUNO EM ALUNOS.DAT E DE recuperacao.dat, IMPRIME EM
      *    analise_notas.txt, POR DISCIPLINA E TURMA, O HISTOGRAMA
      *    POR FAIXA DE NOTA, MEDIA, MEDIANA, DESVIO PADRAO, TAXA DE
      *    REPROVACAO (MEDIA ABAIXO DA MINIMA NA DISCIPLINA) E TAXA
      *    DE RECUPERACAO, COM A LINHA DA ESCOLA INTEIRA NA
      *    DISCIPLINA. A TURMA CUJA MEDIA OU REPROVACAO SE AFASTA DA
      *    ESCOLA NA DISCIPLINA MAIS QUE O LIMITE INFORMADO E
      *    MARCADA E COMPARADA COM A MESMA TURMA E DISCIPLINA NO ANO
      *    ANTERIOR ARQUIVADO PELO ENCERRA-ANO (ALUNOS_AAAA.DAT E
      *    notas_disciplina_AAAA.dat).
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

           SELECT RECUPERACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECUPERACAO.

           SELECT NOTAS-DISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS-DISC.

      *    ARQUIVOS CARIMBADOS DO ANO ANTERIOR (VER ARQUIVAR-ANO NO
      *    ENCERRA-ANO), GRAVADOS COMO LINHAS DE TEXTO.
           SELECT ALUNOS-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS-HIST.

           SELECT NOTAS-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS-HIST.

           SELECT DISCIPLINAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISCIPLINAS.

           SELECT SD-NOTAS ASSIGN TO DISK.

           SELECT RELAT-ANALISE ASSIGN TO WS-DESTINO-RELAT.

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

       FD  RECUPERACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RECUPERACAO.

       01  REG-RECUPERACAO.
           05 RC-MATRICULA          PIC X(06)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RC-NOTA               PIC 99V9              VALUE ZEROS.

       FD  NOTAS-DISC
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NOTA-DISC.

       01  REG-NOTA-DISC.
           05 ND-MATRICULA          PIC X(06).
           05 FILLER                PIC X.
           05 ND-DISCIPLINA         PIC X(03).
           05 FILLER                PIC X.
           05 ND-NOTAS.
               10 ND-NOTA-COMP OCCURS 5 TIMES PIC 99V9.

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

       SD SD-NOTAS.
       01 SD-REG-NOTA.
           05 SD-DISCIPLINA         PIC X(03).
           05 SD-TURMA              PIC X(03).
           05 SD-MEDIA              PIC 99V9.
           05 SD-RECUPERACAO        PIC 9.

       FD RELAT-ANALISE
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-ANALISE PIC X(80).

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
       77 WS-ARQ-RECUPERACAO        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-RECUPERACAO     PIC X(02)      VALUE SPACES.
           88 FLAG-RECUPERACAO-SUCESSO             VALUE "00".
           88 FLAG-RECUPERACAO-EOF                 VALUE "10".
       77 WS-ARQ-NOTAS-DISC         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-NOTAS-DISC      PIC X(02)      VALUE SPACES.
           88 FLAG-NOTAS-DISC-SUCESSO              VALUE "00".
           88 FLAG-NOTAS-DISC-EOF                  VALUE "10".
       77 WS-ARQ-ALUNOS-HIST        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS-HIST     PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-HIST-SUCESSO             VALUE "00".
           88 FLAG-ALUNOS-HIST-EOF                 VALUE "10".
       77 WS-ARQ-NOTAS-HIST         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-NOTAS-HIST      PIC X(02)      VALUE SPACES.
           88 FLAG-NOTAS-HIST-SUCESSO              VALUE "00".
           88 FLAG-NOTAS-HIST-EOF                  VALUE "10".
       77 WS-ARQ-DISCIPLINAS        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-DISCIPLINAS     PIC X(02)      VALUE SPACES.
           88 FLAG-DISCIPLINAS-SUCESSO             VALUE "00".
           88 FLAG-DISCIPLINAS-EOF                 VALUE "10".
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE SPACES.
      *---- PARAMETROS -----------------------------------------------*
      *    LIMITES DE DESVIO EM RELACAO A ESCOLA NA DISCIPLINA: A
      *    MEDIA EM PONTOS DE NOTA E A REPROVACAO EM PONTOS
      *    PERCENTUAIS. ZERO NA TELA ASSUME O PADRAO.
       77 CONST-LIMITE-MEDIA        PIC 9V9        VALUE 1,0.
       77 CONST-LIMITE-REPROV       PIC 99         VALUE 15.
       01 WS-PARAMETROS.
           05 WS-LIMITE-MEDIA       PIC 9V9        VALUE ZEROS.
           05 WS-LIMITE-REPROV      PIC 99         VALUE ZEROS.
           05 WS-ANO-ANTERIOR       PIC 9(04)      VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(08)      VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
       77 NOTAMINIMA                PIC 9V9        VALUE 6,0.
      *---- TURMA DE CADA ALUNO (ANO CORRENTE OU ANTERIOR) -----------*
       77 CONST-LIMITE-ALUNOS       PIC 9(3)       VALUE 500.
       77 WS-TOTAL-ALUNOS           PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-AL                 PIC 9(3)       VALUE ZEROS.
       01 TB-ALUNOS.
           02 ALUNO-ITEM OCCURS 500 TIMES.
               10 TB-AL-MATRICULA   PIC X(06)      VALUE SPACES.
               10 TB-AL-TURMA       PIC X(03)      VALUE SPACES.
      *---- ALUNOS EM RECUPERACAO NO ANO -----------------------------*
       77 WS-TOTAL-REC              PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-REC                PIC 9(3)       VALUE ZEROS.
       01 TB-RECUPERACAO.
           02 REC-ITEM OCCURS 500 TIMES.
               10 TB-RC-MATRICULA   PIC X(06)      VALUE SPACES.
      *---- DISCIPLINAS ----------------------------------------------*
       77 CONST-LIMITE-DISCIPLINAS  PIC 9(2)       VALUE 50.
       77 WS-TOTAL-DISCIPLINAS      PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-DI                 PIC 9(2)       VALUE ZEROS.
       01 TB-DISCIPLINAS.
           02 DISCIPLINA-ITEM OCCURS 50 TIMES.
               10 TB-DI-CODIGO      PIC X(03)      VALUE SPACES.
               10 TB-DI-DESCRICAO   PIC X(20)      VALUE SPACES.
      *---- DISTRIBUICAO DA ESCOLA POR DISCIPLINA --------------------*
      *    AS MEDIAS TEM UMA CASA DECIMAL: CADA UMA DAS 101 POSICOES
      *    CONTA OS ALUNOS COM A MEDIA 0,0 A 10,0 (POSICAO = MEDIA X
      *    10 + 1), O QUE DA A MEDIANA E O DESVIO SEM GUARDAR NOTA A
      *    NOTA.
       77 CONST-LIMITE-ESCOLA       PIC 9(2)       VALUE 50.
       77 WS-TOTAL-ESCOLA           PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-ES                 PIC 9(2)       VALUE ZEROS.
       01 TB-ESCOLA.
           02 ESCOLA-ITEM OCCURS 50 TIMES.
               10 TB-ES-DISCIPLINA  PIC X(03)      VALUE SPACES.
               10 TB-ES-RECUP       PIC 9(4)       VALUE ZEROS.
               10 TB-ES-BALDES.
                   15 TB-ES-CONT OCCURS 101 TIMES PIC 9(4).
      *---- TURMA E DISCIPLINA NO ANO ANTERIOR -----------------------*
       77 CONST-LIMITE-ANTERIOR     PIC 9(3)       VALUE 300.
       77 WS-TOTAL-ANTERIOR         PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-AN                 PIC 9(3)       VALUE ZEROS.
       77 WS-ANTERIOR-ARQUIVADO     PIC X          VALUE "N".
           88 FLAG-ANTERIOR-ARQUIVADO              VALUE "S".
       01 TB-ANTERIOR.
           02 ANTERIOR-ITEM OCCURS 300 TIMES.
               10 TB-AN-DISCIPLINA  PIC X(03)      VALUE SPACES.
               10 TB-AN-TURMA       PIC X(03)      VALUE SPACES.
               10 TB-AN-QTD         PIC 9(4)       VALUE ZEROS.
               10 TB-AN-SOMA        PIC 9(6)V9     VALUE ZEROS.
               10 TB-AN-REPROV      PIC 9(4)       VALUE ZEROS.
      *---- CALCULO DA MEDIA DO ALUNO NA DISCIPLINA ------------------*
       01 WS-NOTAS-TRAB.
           05 WS-NOTA-TRAB OCCURS 5 TIMES PIC 99V9.
       77 WS-IDX-NOTA               PIC 9          VALUE ZEROS.
       77 WS-SOMA-PONDERADA         PIC 9(4)V9(2)  VALUE ZEROS.
       77 WS-MEDIA-DISC             PIC 99V9       VALUE ZEROS.
       77 WS-MATRICULA-BUSCA        PIC X(06)      VALUE SPACES.
       77 WS-DISCIPLINA-BUSCA       PIC X(03)      VALUE SPACES.
       77 WS-TURMA-ALUNO            PIC X(03)      VALUE SPACES.
       77 WS-TEM-RECUPERACAO        PIC 9          VALUE ZEROS.
           88 FLAG-TEM-RECUPERACAO                 VALUE 1.
      *---- QUEBRA POR DISCIPLINA E TURMA ----------------------------*
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
       77 WS-DISC-ATUAL             PIC X(03)      VALUE SPACES.
       77 WS-TURMA-ATUAL            PIC X(03)      VALUE SPACES.
       77 WS-BLOCO-RECUP            PIC 9(4)       VALUE ZEROS.
       01 WS-BLOCO-BALDES.
           05 WS-BLOCO-CONT OCCURS 101 TIMES PIC 9(4).
       01 WS-LINHA-ESCOLA           PIC X(80)      VALUE SPACES.
      *---- ESTATISTICAS DE UMA DISTRIBUICAO -------------------------*
       01 WS-BALDES.
           05 WS-CONT OCCURS 101 TIMES PIC 9(4).
       77 WS-IDX-BALDE              PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-FAIXA              PIC 9          VALUE ZEROS.
       77 WS-NOTA-BALDE             PIC 99V9       VALUE ZEROS.
       77 WS-ACUM-BALDES            PIC 9(4)       VALUE ZEROS.
       77 WS-POS-MEDIANA-1          PIC 9(4)       VALUE ZEROS.
       77 WS-POS-MEDIANA-2          PIC 9(4)       VALUE ZEROS.
       77 WS-BALDE-MEDIANA-1        PIC 9(3)       VALUE ZEROS.
       77 WS-BALDE-MEDIANA-2        PIC 9(3)       VALUE ZEROS.
       77 WS-EST-QTD                PIC 9(4)       VALUE ZEROS.
       77 WS-EST-SOMA               PIC 9(6)V9     VALUE ZEROS.
       77 WS-EST-SOMA-QUAD          PIC 9(7)V9(4)  VALUE ZEROS.
       77 WS-EST-MEDIA              PIC 99V9(4)    VALUE ZEROS.
       77 WS-EST-MEDIANA            PIC 99V9(2)    VALUE ZEROS.
       77 WS-EST-DESVIO             PIC 99V9(2)    VALUE ZEROS.
       77 WS-EST-REPROV             PIC 9(4)       VALUE ZEROS.
       77 WS-EST-RECUP              PIC 9(4)       VALUE ZEROS.
       77 WS-EST-PERC-REPROV        PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-EST-PERC-RECUP         PIC 9(3)V9(2)  VALUE ZEROS.
       01 WS-EST-FAIXAS.
           05 WS-EST-FAIXA OCCURS 6 TIMES PIC 9(4).
      *---- COMPARACAO COM A ESCOLA E COM O ANO ANTERIOR -------------*
       77 WS-ESC-MEDIA              PIC 99V9(4)    VALUE ZEROS.
       77 WS-ESC-PERC-REPROV        PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-DIF-MEDIA              PIC S99V9(4)   VALUE ZEROS.
       77 WS-DIF-REPROV             PIC S9(3)V9(2) VALUE ZEROS.
       77 WS-FORA-PADRAO            PIC X          VALUE "N".
           88 FLAG-FORA-PADRAO                     VALUE "S".
       77 WS-ANT-MEDIA              PIC 99V9(4)    VALUE ZEROS.
       77 WS-ANT-PERC-REPROV        PIC 9(3)V9(2)  VALUE ZEROS.
      *---- TOTAIS ---------------------------------------------------*
       77 WS-QTD-NOTAS              PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-SEM-TURMA          PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-COMBINACOES        PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-FORA-PADRAO        PIC 9(4)       VALUE ZEROS.
       77 WS-CONTPAG                PIC 9(4)       VALUE 1.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 AN-CAB-EMPRESA.
           05 AN-CAB-RAZAO PIC X(30).
           05 FILLER PIC X(8) VALUE "  CNPJ: ".
           05 AN-CAB-CNPJ PIC X(14).
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAG.: ".
           05 AN-CAB-PAGINA PIC ZZZ9.
       01 AN-TITULO.
           05 FILLER PIC X(42) VALUE
              "ANALISE DA DISTRIBUICAO DE NOTAS - EMITIDO".
           05 FILLER PIC X(4) VALUE " EM ".
           05 AN-TIT-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 AN-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 AN-TIT-ANO PIC 9(4).
       01 AN-PARAMETROS.
           05 FILLER PIC X(17) VALUE "LIMITES: MEDIA +-".
           05 AN-PAR-MEDIA PIC 9,9.
           05 FILLER PIC X(18) VALUE " PONTO  REPROV. +-".
           05 AN-PAR-REPROV PIC Z9.
           05 FILLER PIC X(20) VALUE " P.P.  ANO ANTERIOR ".
           05 AN-PAR-ANO PIC 9(4).
       01 AN-LEGENDA.
           05 FILLER PIC X(40) VALUE
              "FAIXAS: 0-3 = 0,0 A 3,9  4-5 = 4,0 A 5,9".
           05 FILLER PIC X(37) VALUE
              "  6/7/8 = X,0 A X,9  9-10 = 9,0 A 10".
       01 AN-LINHA-DISCIPLINA.
           05 FILLER PIC X(12) VALUE "DISCIPLINA: ".
           05 AN-DIS-CODIGO PIC X(03).
           05 FILLER PIC X(3) VALUE " - ".
           05 AN-DIS-DESCRICAO PIC X(20).
       01 AN-COLUNAS.
           05 FILLER PIC X(9) VALUE " TUR ALUN".
           05 FILLER PIC X(5) VALUE "  0-3".
           05 FILLER PIC X(5) VALUE "  4-5".
           05 FILLER PIC X(5) VALUE "    6".
           05 FILLER PIC X(5) VALUE "    7".
           05 FILLER PIC X(5) VALUE "    8".
           05 FILLER PIC X(5) VALUE " 9-10".
           05 FILLER PIC X(6) VALUE " MEDIA".
           05 FILLER PIC X(6) VALUE "  MEDN".
           05 FILLER PIC X(7) VALUE "  DESVP".
           05 FILLER PIC X(7) VALUE "  %REPR".
           05 FILLER PIC X(7) VALUE "  %RECP".
       01 AN-DETALHE.
           05 FILLER PIC X VALUE SPACES.
           05 AN-DET-TURMA PIC X(03).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AN-DET-QTD PIC ZZ9.
           05 AN-DET-FAIXAS OCCURS 6 TIMES.
               10 FILLER PIC X(2) VALUE SPACES.
               10 AN-DET-FAIXA PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AN-DET-MEDIA PIC Z9,9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AN-DET-MEDIANA PIC Z9,9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AN-DET-DESVIO PIC Z9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AN-DET-REPROV PIC ZZ9,9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AN-DET-RECUP PIC ZZ9,9.
           05 FILLER PIC X VALUE SPACES.
           05 AN-DET-MARCA PIC X.
       01 AN-LINHA-DESVIO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
              "* FORA DO PADRAO DA ESCOLA: MEDIA".
           05 AN-DSV-MEDIA PIC +Z9,99.
           05 FILLER PIC X(10) VALUE "  REPROV. ".
           05 AN-DSV-REPROV PIC +ZZ9,9.
           05 FILLER PIC X(5) VALUE " P.P.".
       01 AN-LINHA-ANTERIOR.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "ANO ".
           05 AN-ANT-ANO PIC 9(4).
           05 FILLER PIC X(8) VALUE ": MEDIA ".
           05 AN-ANT-MEDIA PIC Z9,9.
           05 FILLER PIC X(9) VALUE "  REPROV.".
           05 AN-ANT-REPROV PIC ZZ9,9.
           05 FILLER PIC X(15) VALUE "%  VAR. MEDIA ".
           05 AN-ANT-VARIACAO PIC +Z9,99.
       01 AN-LINHA-SEM-ANTERIOR.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "ANO ".
           05 AN-SEM-ANO PIC 9(4).
           05 FILLER PIC X(36) VALUE
              ": TURMA/DISCIPLINA NAO ARQUIVADA".
       01 AN-LINHA-TOTAL.
           05 FILLER PIC X(24) VALUE "COMBINACOES ANALISADAS: ".
           05 AN-TOT-COMBINACOES PIC ZZZ9.
           05 FILLER PIC X(19) VALUE "   FORA DO PADRAO: ".
           05 AN-TOT-FORA PIC ZZZ9.
       01 AN-LINHA-SEM-TURMA.
           05 FILLER PIC X(37) VALUE
              "NOTAS DE ALUNO FORA DE ALUNOS.DAT:  ".
           05 AN-TOT-SEM-TURMA PIC ZZZZ9.
       01 AN-LINHA-SEM-HIST.
           05 FILLER PIC X(13) VALUE "ANO ANTERIOR ".
           05 AN-SHI-ANO PIC 9(4).
           05 FILLER PIC X(40) VALUE
              " NAO ARQUIVADO - SEM COMPARACAO".
       01 AN-LINHA-VAZIA.
           05 FILLER PIC X(40) VALUE
              "NENHUMA NOTA POR DISCIPLINA NO ANO".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "ANALISE-NOTAS - distribuicao de notas por turma".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Desvio da media (zero = 1,0 ponto):".
           10 SC-LIMITE-MEDIA       LINE + 0  COLUMN 50  PIC 9,9
           USING WS-LIMITE-MEDIA.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Desvio da reprovacao (zero = 15 p.p.):".
           10 SC-LIMITE-REPROV      LINE + 0  COLUMN 50
           USING WS-LIMITE-REPROV.

           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano anterior (zero = ano passado):".
           10 SC-ANO-ANTERIOR       LINE + 0  COLUMN 50
           USING WS-ANO-ANTERIOR.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IF WS-LIMITE-MEDIA = ZEROS
               MOVE CONST-LIMITE-MEDIA TO WS-LIMITE-MEDIA
           END-IF.

           IF WS-LIMITE-REPROV = ZEROS
               MOVE CONST-LIMITE-REPROV TO WS-LIMITE-REPROV
           END-IF.

           IF WS-ANO-ANTERIOR = ZEROS
               COMPUTE WS-ANO-ANTERIOR = WS-HOJE-ANO - 1
           END-IF.

           COPY OBTER-DIR-DADOS.

           PERFORM LER-EMPRESA.

           PERFORM CARREGAR-DISCIPLINAS.
           PERFORM CARREGAR-ANO-ANTERIOR.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-RECUPERACAO.

           MOVE SPACES TO WS-DESTINO-RELAT.
           STRING WS-DIR-DADOS        DELIMITED BY SPACE
                  "\analise_notas.txt" DELIMITED BY SIZE
                  INTO WS-DESTINO-RELAT.

           OPEN OUTPUT RELAT-ANALISE.

           PERFORM IMPRIMIR-CABECALHO.

           MOVE WS-LIMITE-MEDIA  TO AN-PAR-MEDIA.
           MOVE WS-LIMITE-REPROV TO AN-PAR-REPROV.
           MOVE WS-ANO-ANTERIOR  TO AN-PAR-ANO.
           WRITE REC-RELAT-ANALISE FROM AN-PARAMETROS
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-ANALISE FROM AN-LEGENDA
           BEFORE ADVANCING 2 LINES.

           SORT SD-NOTAS
               ON ASCENDING KEY SD-DISCIPLINA
               ON ASCENDING KEY SD-TURMA
               INPUT PROCEDURE IS LIBERAR-NOTAS
               OUTPUT PROCEDURE IS ANALISAR-ORDENADOS.

           PERFORM IMPRIMIR-TOTAIS.

           CLOSE RELAT-ANALISE.

           DISPLAY "ANALISE GRAVADA EM " WS-DESTINO-RELAT.
           DISPLAY "COMBINACOES: " WS-QTD-COMBINACOES
               "  FORA DO PADRAO: " WS-QTD-FORA-PADRAO.

           STRING "MEDIA=" DELIMITED BY SIZE
                  WS-LIMITE-MEDIA DELIMITED BY SIZE
                  " REPROV=" DELIMITED BY SIZE
                  WS-LIMITE-REPROV DELIMITED BY SIZE
                  " ANT=" DELIMITED BY SIZE
                  WS-ANO-ANTERIOR DELIMITED BY SIZE
                  " FORA=" DELIMITED BY SIZE
                  WS-QTD-FORA-PADRAO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ANALISE DE NOTAS GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT  TO WS-SPL-ARQUIVO.
           MOVE WS-CONTPAG        TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-LIMITE-MEDIA.
           ACCEPT SC-LIMITE-REPROV.
           ACCEPT SC-ANO-ANTERIOR.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ALUNOS.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-ALUNOS==
                ==:DDVAR:==  BY =="DD_ALUNOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RECUPERACAO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="recuperacao.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RECUPERACAO==
                ==:DDVAR:==  BY =="DD_RECUPERACAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NOTAS-DISC.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="notas_disciplina.dat"==
                ==:DESTINO:== BY ==WS-ARQ-NOTAS-DISC==
                ==:DDVAR:==  BY =="DD_NOTAS-DISC"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-DISCIPLINAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="disciplinas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-DISCIPLINAS==
                ==:DDVAR:==  BY =="DD_DISCIPLINAS"==.
      *--------------------------------------------------------------*
      *    CAMINHOS DOS ARQUIVOS CARIMBADOS DO ANO ANTERIOR, COM OS
      *    MESMOS NOMES GRAVADOS PELO ENCERRA-ANO.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS-HIST.

           MOVE SPACES TO WS-ARQ-ALUNOS-HIST.
           STRING WS-DIR-DADOS     DELIMITED BY SPACE
                  "\ALUNOS_"       DELIMITED BY SIZE
                  WS-ANO-ANTERIOR  DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
                  INTO WS-ARQ-ALUNOS-HIST.
           DISPLAY "DD_ALUNOS-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-ALUNOS-HIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NOTAS-HIST.

           MOVE SPACES TO WS-ARQ-NOTAS-HIST.
           STRING WS-DIR-DADOS           DELIMITED BY SPACE
                  "\notas_disciplina_"   DELIMITED BY SIZE
                  WS-ANO-ANTERIOR        DELIMITED BY SIZE
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
      *    ANO ANTERIOR: MEDIA E REPROVACAO POR TURMA E DISCIPLINA, COM
      *    A TURMA QUE O ALUNO TINHA NAQUELE ANO (ALUNOS_AAAA.DAT).
      *--------------------------------------------------------------*
       CARREGAR-ANO-ANTERIOR.

           MOVE ZEROS  TO WS-TOTAL-ALUNOS WS-TOTAL-ANTERIOR.
           MOVE "N"    TO WS-ANTERIOR-ARQUIVADO.
           MOVE SPACES TO WS-STATUS-ALUNOS-HIST.

           PERFORM OBTER-CAMINHO-ALUNOS-HIST.

           OPEN INPUT ALUNOS-HIST.

           IF FLAG-ALUNOS-HIST-SUCESSO
               PERFORM CARREGAR-LINHA-ALUNO-HIST WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-HIST-EOF
               OR WS-TOTAL-ALUNOS >= CONST-LIMITE-ALUNOS
               CLOSE ALUNOS-HIST

               MOVE SPACES TO WS-STATUS-NOTAS-HIST

               PERFORM OBTER-CAMINHO-NOTAS-HIST

               OPEN INPUT NOTAS-HIST

               IF FLAG-NOTAS-HIST-SUCESSO
                   MOVE "S" TO WS-ANTERIOR-ARQUIVADO

                   PERFORM ACUMULAR-LINHA-NOTA-HIST WITH TEST BEFORE
                   UNTIL FLAG-NOTAS-HIST-EOF
                   CLOSE NOTAS-HIST
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ALUNO-HIST.

           READ ALUNOS-HIST.

           IF NOT FLAG-ALUNOS-HIST-EOF
               ADD 1 TO WS-TOTAL-ALUNOS
               MOVE AH-MATRICULA TO TB-AL-MATRICULA(WS-TOTAL-ALUNOS)
               MOVE AH-TURMA     TO TB-AL-TURMA(WS-TOTAL-ALUNOS)
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-NOTA-HIST.

           READ NOTAS-HIST.

           IF NOT FLAG-NOTAS-HIST-EOF
               MOVE NH-NOTAS      TO WS-NOTAS-TRAB
               MOVE NH-MATRICULA  TO WS-MATRICULA-BUSCA
               MOVE NH-DISCIPLINA TO WS-DISCIPLINA-BUSCA

               PERFORM CALCULAR-MEDIA-DISCIPLINA
               PERFORM LOCALIZAR-TURMA-ALUNO

               IF WS-TURMA-ALUNO NOT = SPACES
                   PERFORM ACUMULAR-ANTERIOR
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-ANTERIOR.

           PERFORM LOCALIZAR-ANTERIOR.

           IF WS-IDX-AN = ZEROS
           AND WS-TOTAL-ANTERIOR < CONST-LIMITE-ANTERIOR
               ADD 1 TO WS-TOTAL-ANTERIOR
               MOVE WS-TOTAL-ANTERIOR   TO WS-IDX-AN
               MOVE WS-DISCIPLINA-BUSCA TO TB-AN-DISCIPLINA(WS-IDX-AN)
               MOVE WS-TURMA-ALUNO      TO TB-AN-TURMA(WS-IDX-AN)
               MOVE ZEROS               TO TB-AN-QTD(WS-IDX-AN)
                                           TB-AN-SOMA(WS-IDX-AN)
                                           TB-AN-REPROV(WS-IDX-AN)
           END-IF.

           IF WS-IDX-AN > ZEROS
               ADD 1             TO TB-AN-QTD(WS-IDX-AN)
               ADD WS-MEDIA-DISC TO TB-AN-SOMA(WS-IDX-AN)
               IF WS-MEDIA-DISC < NOTAMINIMA
                   ADD 1 TO TB-AN-REPROV(WS-IDX-AN)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    WS-IDX-AN FICA ZERADO QUANDO A DISCIPLINA (WS-DISCIPLINA-
      *    BUSCA) NA TURMA (WS-TURMA-ALUNO) NAO EXISTIA NO ANO ANTERIOR.
      *--------------------------------------------------------------*
       LOCALIZAR-ANTERIOR.

           MOVE ZEROS TO WS-IDX-AN.

           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
           UNTIL WS-IDX-AL > WS-TOTAL-ANTERIOR
           OR WS-IDX-AN > ZEROS
               IF TB-AN-DISCIPLINA(WS-IDX-AL) = WS-DISCIPLINA-BUSCA
               AND TB-AN-TURMA(WS-IDX-AL) = WS-TURMA-ALUNO
                   MOVE WS-IDX-AL TO WS-IDX-AN
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CARREGAR-ALUNOS.

           MOVE ZEROS  TO WS-TOTAL-ALUNOS.
           MOVE SPACES TO WS-STATUS-ALUNOS.

           PERFORM OBTER-CAMINHO-ALUNOS.

           OPEN INPUT ALUNOS.

           IF FLAG-ALUNOS-SUCESSO
               PERFORM CARREGAR-LINHA-ALUNO WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-EOF
               OR WS-TOTAL-ALUNOS >= CONST-LIMITE-ALUNOS
               CLOSE ALUNOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ALUNO.

           READ ALUNOS AT END
           MOVE "10" TO WS-STATUS-ALUNOS.

           IF NOT FLAG-ALUNOS-EOF
               ADD 1 TO WS-TOTAL-ALUNOS
               MOVE AL-MATRICULA TO TB-AL-MATRICULA(WS-TOTAL-ALUNOS)
               MOVE AL-TURMA     TO TB-AL-TURMA(WS-TOTAL-ALUNOS)
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-RECUPERACAO.

           MOVE ZEROS  TO WS-TOTAL-REC.
           MOVE SPACES TO WS-STATUS-RECUPERACAO.

           PERFORM OBTER-CAMINHO-RECUPERACAO.

           OPEN INPUT RECUPERACAO.

           IF FLAG-RECUPERACAO-SUCESSO
               PERFORM CARREGAR-LINHA-RECUPERACAO WITH TEST BEFORE
               UNTIL FLAG-RECUPERACAO-EOF
               OR WS-TOTAL-REC >= CONST-LIMITE-ALUNOS
               CLOSE RECUPERACAO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-RECUPERACAO.

           READ RECUPERACAO.

           IF NOT FLAG-RECUPERACAO-EOF
               ADD 1 TO WS-TOTAL-REC
               MOVE RC-MATRICULA TO TB-RC-MATRICULA(WS-TOTAL-REC)
           END-IF.
      *--------------------------------------------------------------*
      *    MEDIA PONDERADA DO ALUNO NA DISCIPLINA, PELOS PESOS DO
      *    relat-1 (ALUNO-PESOS.cpy).
      *--------------------------------------------------------------*
       CALCULAR-MEDIA-DISCIPLINA.

           MOVE ZEROS TO WS-SOMA-PONDERADA.

           PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
           UNTIL WS-IDX-NOTA > 5
               COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                   + WS-NOTA-TRAB(WS-IDX-NOTA)
                   * WS-PESO-NOTA(WS-IDX-NOTA)
           END-PERFORM.

           COMPUTE WS-MEDIA-DISC ROUNDED =
               WS-SOMA-PONDERADA / WS-TOTAL-PESOS
               ON SIZE ERROR MOVE ZEROS TO WS-MEDIA-DISC
           END-COMPUTE.

           IF WS-MEDIA-DISC > 10
               MOVE 10 TO WS-MEDIA-DISC
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-TURMA-ALUNO.

           MOVE SPACES TO WS-TURMA-ALUNO.

           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
           UNTIL WS-IDX-AL > WS-TOTAL-ALUNOS
           OR WS-TURMA-ALUNO NOT = SPACES
               IF TB-AL-MATRICULA(WS-IDX-AL) = WS-MATRICULA-BUSCA
                   MOVE TB-AL-TURMA(WS-IDX-AL) TO WS-TURMA-ALUNO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LOCALIZAR-RECUPERACAO.

           MOVE ZEROS TO WS-TEM-RECUPERACAO.

           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
           UNTIL WS-IDX-REC > WS-TOTAL-REC
           OR FLAG-TEM-RECUPERACAO
               IF TB-RC-MATRICULA(WS-IDX-REC) = WS-MATRICULA-BUSCA
                   MOVE 1 TO WS-TEM-RECUPERACAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    ENTRADA DA ORDENACAO: UMA MEDIA POR ALUNO E DISCIPLINA DO
      *    ANO CORRENTE, JA SOMADA NA DISTRIBUICAO DA ESCOLA.
      *--------------------------------------------------------------*
       LIBERAR-NOTAS.

           MOVE ZEROS  TO WS-TOTAL-ESCOLA WS-QTD-NOTAS WS-QTD-SEM-TURMA.
           MOVE SPACES TO WS-STATUS-NOTAS-DISC.

           PERFORM OBTER-CAMINHO-NOTAS-DISC.

           OPEN INPUT NOTAS-DISC.

           IF FLAG-NOTAS-DISC-SUCESSO
               PERFORM LIBERAR-LINHA-NOTA WITH TEST BEFORE
               UNTIL FLAG-NOTAS-DISC-EOF
               CLOSE NOTAS-DISC
           END-IF.
      *--------------------------------------------------------------*
       LIBERAR-LINHA-NOTA.

           READ NOTAS-DISC.

           IF NOT FLAG-NOTAS-DISC-EOF
               MOVE ND-NOTAS      TO WS-NOTAS-TRAB
               MOVE ND-MATRICULA  TO WS-MATRICULA-BUSCA
               MOVE ND-DISCIPLINA TO WS-DISCIPLINA-BUSCA

               PERFORM CALCULAR-MEDIA-DISCIPLINA
               PERFORM LOCALIZAR-TURMA-ALUNO

               IF WS-TURMA-ALUNO = SPACES
                   ADD 1 TO WS-QTD-SEM-TURMA
               ELSE
                   PERFORM LOCALIZAR-RECUPERACAO
                   PERFORM ACUMULAR-ESCOLA

                   MOVE ND-DISCIPLINA      TO SD-DISCIPLINA
                   MOVE WS-TURMA-ALUNO     TO SD-TURMA
                   MOVE WS-MEDIA-DISC      TO SD-MEDIA
                   MOVE WS-TEM-RECUPERACAO TO SD-RECUPERACAO
                   RELEASE SD-REG-NOTA

                   ADD 1 TO WS-QTD-NOTAS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-ESCOLA.

           PERFORM LOCALIZAR-ESCOLA.

           IF WS-IDX-ES = ZEROS
           AND WS-TOTAL-ESCOLA < CONST-LIMITE-ESCOLA
               ADD 1 TO WS-TOTAL-ESCOLA
               MOVE WS-TOTAL-ESCOLA     TO WS-IDX-ES
               MOVE WS-DISCIPLINA-BUSCA TO TB-ES-DISCIPLINA(WS-IDX-ES)
               MOVE ZEROS               TO TB-ES-RECUP(WS-IDX-ES)
                                           TB-ES-BALDES(WS-IDX-ES)
           END-IF.

           IF WS-IDX-ES > ZEROS
               COMPUTE WS-IDX-BALDE = WS-MEDIA-DISC * 10 + 1
               ADD 1 TO TB-ES-CONT(WS-IDX-ES, WS-IDX-BALDE)
               IF FLAG-TEM-RECUPERACAO
                   ADD 1 TO TB-ES-RECUP(WS-IDX-ES)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ESCOLA.

           MOVE ZEROS TO WS-IDX-ES.

           PERFORM VARYING WS-IDX-DI FROM 1 BY 1
           UNTIL WS-IDX-DI > WS-TOTAL-ESCOLA
           OR WS-IDX-ES > ZEROS
               IF TB-ES-DISCIPLINA(WS-IDX-DI) = WS-DISCIPLINA-BUSCA
                   MOVE WS-IDX-DI TO WS-IDX-ES
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    SAIDA DA ORDENACAO: QUEBRA POR DISCIPLINA E POR TURMA.
      *--------------------------------------------------------------*
       ANALISAR-ORDENADOS.

           MOVE "N"         TO WS-FIM-ORDENADO.
           MOVE HIGH-VALUES TO WS-DISC-ATUAL WS-TURMA-ATUAL.
           MOVE ZEROS       TO WS-QTD-COMBINACOES WS-QTD-FORA-PADRAO.

           PERFORM ANALISAR-LINHA-ORDENADA WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.

           IF WS-DISC-ATUAL = HIGH-VALUES
               WRITE REC-RELAT-ANALISE FROM AN-LINHA-VAZIA
               BEFORE ADVANCING 2 LINES
           ELSE
               PERFORM FECHAR-TURMA
               PERFORM FECHAR-DISCIPLINA
           END-IF.
      *--------------------------------------------------------------*
       ANALISAR-LINHA-ORDENADA.

           RETURN SD-NOTAS
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               EVALUATE TRUE
                   WHEN SD-DISCIPLINA NOT = WS-DISC-ATUAL
                       IF WS-DISC-ATUAL NOT = HIGH-VALUES
                           PERFORM FECHAR-TURMA
                           PERFORM FECHAR-DISCIPLINA
                       END-IF
                       PERFORM INICIAR-DISCIPLINA
                       PERFORM INICIAR-TURMA
                   WHEN SD-TURMA NOT = WS-TURMA-ATUAL
                       PERFORM FECHAR-TURMA
                       PERFORM INICIAR-TURMA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               COMPUTE WS-IDX-BALDE = SD-MEDIA * 10 + 1
               ADD 1 TO WS-BLOCO-CONT(WS-IDX-BALDE)

               IF SD-RECUPERACAO = 1
                   ADD 1 TO WS-BLOCO-RECUP
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A LINHA DA ESCOLA E APURADA NO INICIO DA DISCIPLINA (A
      *    REFERENCIA DAS TURMAS) E IMPRESSA NO FIM.
      *--------------------------------------------------------------*
       INICIAR-DISCIPLINA.

           MOVE SD-DISCIPLINA TO WS-DISC-ATUAL WS-DISCIPLINA-BUSCA
                                 AN-DIS-CODIGO.
           MOVE SPACES        TO AN-DIS-DESCRICAO.

           PERFORM VARYING WS-IDX-DI FROM 1 BY 1
           UNTIL WS-IDX-DI > WS-TOTAL-DISCIPLINAS
               IF TB-DI-CODIGO(WS-IDX-DI) = WS-DISC-ATUAL
                   MOVE TB-DI-DESCRICAO(WS-IDX-DI) TO AN-DIS-DESCRICAO
               END-IF
           END-PERFORM.

           PERFORM LOCALIZAR-ESCOLA.

           MOVE ZEROS TO WS-BALDES WS-EST-RECUP.

           IF WS-IDX-ES > ZEROS
               MOVE TB-ES-BALDES(WS-IDX-ES) TO WS-BALDES
               MOVE TB-ES-RECUP(WS-IDX-ES)  TO WS-EST-RECUP
           END-IF.

           PERFORM APURAR-ESTATISTICAS.

           MOVE WS-EST-MEDIA       TO WS-ESC-MEDIA.
           MOVE WS-EST-PERC-REPROV TO WS-ESC-PERC-REPROV.

           MOVE "ESC" TO AN-DET-TURMA.
           PERFORM MONTAR-DETALHE.
           MOVE AN-DETALHE TO WS-LINHA-ESCOLA.

           WRITE REC-RELAT-ANALISE FROM AN-LINHA-DISCIPLINA
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.

           WRITE REC-RELAT-ANALISE FROM AN-COLUNAS
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.
      *--------------------------------------------------------------*
       INICIAR-TURMA.

           MOVE SD-TURMA TO WS-TURMA-ATUAL.
           MOVE ZEROS    TO WS-BLOCO-BALDES WS-BLOCO-RECUP.
      *--------------------------------------------------------------*
       FECHAR-TURMA.

           MOVE WS-BLOCO-BALDES TO WS-BALDES.
           MOVE WS-BLOCO-RECUP  TO WS-EST-RECUP.

           PERFORM APURAR-ESTATISTICAS.

           ADD 1 TO WS-QTD-COMBINACOES.

           COMPUTE WS-DIF-MEDIA  = WS-EST-MEDIA - WS-ESC-MEDIA.
           COMPUTE WS-DIF-REPROV =
               WS-EST-PERC-REPROV - WS-ESC-PERC-REPROV.

           MOVE "N" TO WS-FORA-PADRAO.

           IF WS-DIF-MEDIA > WS-LIMITE-MEDIA
           OR WS-DIF-MEDIA < 0 - WS-LIMITE-MEDIA
           OR WS-DIF-REPROV > WS-LIMITE-REPROV
           OR WS-DIF-REPROV < 0 - WS-LIMITE-REPROV
               MOVE "S" TO WS-FORA-PADRAO
               ADD 1    TO WS-QTD-FORA-PADRAO
           END-IF.

           MOVE WS-TURMA-ATUAL TO AN-DET-TURMA.
           PERFORM MONTAR-DETALHE.

           IF FLAG-FORA-PADRAO
               MOVE "*" TO AN-DET-MARCA
           END-IF.

           WRITE REC-RELAT-ANALISE FROM AN-DETALHE
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.

           IF FLAG-FORA-PADRAO
               PERFORM IMPRIMIR-FORA-PADRAO
           END-IF.
      *--------------------------------------------------------------*
       FECHAR-DISCIPLINA.

           WRITE REC-RELAT-ANALISE FROM WS-LINHA-ESCOLA
           BEFORE ADVANCING 2 LINES
           END-OF-PAGE PERFORM FIMPAGINA.
      *--------------------------------------------------------------*
      *    DESVIO EM RELACAO A ESCOLA E A MESMA TURMA E DISCIPLINA NO
      *    ANO ANTERIOR ARQUIVADO.
      *--------------------------------------------------------------*
       IMPRIMIR-FORA-PADRAO.

           COMPUTE AN-DSV-MEDIA ROUNDED = WS-DIF-MEDIA.
           MOVE WS-DIF-REPROV TO AN-DSV-REPROV.

           WRITE REC-RELAT-ANALISE FROM AN-LINHA-DESVIO
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.

           MOVE WS-DISC-ATUAL  TO WS-DISCIPLINA-BUSCA.
           MOVE WS-TURMA-ATUAL TO WS-TURMA-ALUNO.
           PERFORM LOCALIZAR-ANTERIOR.

           IF WS-IDX-AN = ZEROS
               MOVE WS-ANO-ANTERIOR TO AN-SEM-ANO
               WRITE REC-RELAT-ANALISE FROM AN-LINHA-SEM-ANTERIOR
               BEFORE ADVANCING 1 LINE
               END-OF-PAGE PERFORM FIMPAGINA
           ELSE
               COMPUTE WS-ANT-MEDIA ROUNDED =
                   TB-AN-SOMA(WS-IDX-AN) / TB-AN-QTD(WS-IDX-AN)
               COMPUTE WS-ANT-PERC-REPROV ROUNDED =
                   TB-AN-REPROV(WS-IDX-AN) * 100 / TB-AN-QTD(WS-IDX-AN)

               MOVE WS-ANO-ANTERIOR    TO AN-ANT-ANO
               MOVE WS-ANT-MEDIA       TO AN-ANT-MEDIA
               MOVE WS-ANT-PERC-REPROV TO AN-ANT-REPROV
               COMPUTE AN-ANT-VARIACAO ROUNDED =
                   WS-EST-MEDIA - WS-ANT-MEDIA
               WRITE REC-RELAT-ANALISE FROM AN-LINHA-ANTERIOR
               BEFORE ADVANCING 1 LINE
               END-OF-PAGE PERFORM FIMPAGINA
           END-IF.
      *--------------------------------------------------------------*
      *    ESTATISTICAS DA DISTRIBUICAO EM WS-BALDES (E DOS ALUNOS EM
      *    RECUPERACAO EM WS-EST-RECUP): FAIXAS, MEDIA, MEDIANA,
      *    DESVIO PADRAO POPULACIONAL E TAXAS.
      *--------------------------------------------------------------*
       APURAR-ESTATISTICAS.

           MOVE ZEROS TO WS-EST-QTD WS-EST-SOMA WS-EST-SOMA-QUAD
                         WS-EST-MEDIA WS-EST-MEDIANA WS-EST-DESVIO
                         WS-EST-REPROV WS-EST-PERC-REPROV
                         WS-EST-PERC-RECUP WS-EST-FAIXAS.

           PERFORM SOMAR-BALDE
           VARYING WS-IDX-BALDE FROM 1 BY 1
           UNTIL WS-IDX-BALDE > 101.

           IF WS-EST-QTD > ZEROS
               COMPUTE WS-EST-MEDIA ROUNDED =
                   WS-EST-SOMA / WS-EST-QTD
               COMPUTE WS-EST-PERC-REPROV ROUNDED =
                   WS-EST-REPROV * 100 / WS-EST-QTD
               COMPUTE WS-EST-PERC-RECUP ROUNDED =
                   WS-EST-RECUP * 100 / WS-EST-QTD

               PERFORM LOCALIZAR-MEDIANA

               PERFORM SOMAR-QUADRADO-BALDE
               VARYING WS-IDX-BALDE FROM 1 BY 1
               UNTIL WS-IDX-BALDE > 101

               COMPUTE WS-EST-DESVIO ROUNDED =
                   (WS-EST-SOMA-QUAD / WS-EST-QTD) ** 0,5
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-BALDE.

           IF WS-CONT(WS-IDX-BALDE) > ZEROS
               COMPUTE WS-NOTA-BALDE = (WS-IDX-BALDE - 1) / 10

               ADD WS-CONT(WS-IDX-BALDE) TO WS-EST-QTD
               COMPUTE WS-EST-SOMA = WS-EST-SOMA
                   + WS-NOTA-BALDE * WS-CONT(WS-IDX-BALDE)

               IF WS-NOTA-BALDE < NOTAMINIMA
                   ADD WS-CONT(WS-IDX-BALDE) TO WS-EST-REPROV
               END-IF

               EVALUATE TRUE
                   WHEN WS-NOTA-BALDE < 4
                       MOVE 1 TO WS-IDX-FAIXA
                   WHEN WS-NOTA-BALDE < 6
                       MOVE 2 TO WS-IDX-FAIXA
                   WHEN WS-NOTA-BALDE < 7
                       MOVE 3 TO WS-IDX-FAIXA
                   WHEN WS-NOTA-BALDE < 8
                       MOVE 4 TO WS-IDX-FAIXA
                   WHEN WS-NOTA-BALDE < 9
                       MOVE 5 TO WS-IDX-FAIXA
                   WHEN OTHER
                       MOVE 6 TO WS-IDX-FAIXA
               END-EVALUATE

               ADD WS-CONT(WS-IDX-BALDE)
                   TO WS-EST-FAIXA(WS-IDX-FAIXA)
           END-IF.
      *--------------------------------------------------------------*
      *    MEDIANA: COM QUANTIDADE PAR, A MEDIA DAS DUAS NOTAS DO
      *    MEIO; COM IMPAR, AS DUAS POSICOES COINCIDEM.
      *--------------------------------------------------------------*
       LOCALIZAR-MEDIANA.

           COMPUTE WS-POS-MEDIANA-1 = (WS-EST-QTD + 1) / 2.
           COMPUTE WS-POS-MEDIANA-2 =
               WS-EST-QTD - WS-POS-MEDIANA-1 + 1.

           MOVE ZEROS TO WS-ACUM-BALDES WS-BALDE-MEDIANA-1
                         WS-BALDE-MEDIANA-2.

           PERFORM VARYING WS-IDX-BALDE FROM 1 BY 1
           UNTIL WS-IDX-BALDE > 101
           OR WS-BALDE-MEDIANA-2 > ZEROS
               ADD WS-CONT(WS-IDX-BALDE) TO WS-ACUM-BALDES
               IF WS-BALDE-MEDIANA-1 = ZEROS
               AND WS-ACUM-BALDES NOT < WS-POS-MEDIANA-1
                   MOVE WS-IDX-BALDE TO WS-BALDE-MEDIANA-1
               END-IF
               IF WS-ACUM-BALDES NOT < WS-POS-MEDIANA-2
                   MOVE WS-IDX-BALDE TO WS-BALDE-MEDIANA-2
               END-IF
           END-PERFORM.

           COMPUTE WS-EST-MEDIANA ROUNDED =
               (WS-BALDE-MEDIANA-1 + WS-BALDE-MEDIANA-2 - 2) / 20.
      *--------------------------------------------------------------*
       SOMAR-QUADRADO-BALDE.

           IF WS-CONT(WS-IDX-BALDE) > ZEROS
               COMPUTE WS-EST-SOMA-QUAD ROUNDED = WS-EST-SOMA-QUAD
                   + WS-CONT(WS-IDX-BALDE)
                   * ((WS-IDX-BALDE - 1) / 10 - WS-EST-MEDIA) ** 2
           END-IF.
      *--------------------------------------------------------------*
       MONTAR-DETALHE.

           MOVE WS-EST-QTD TO AN-DET-QTD.

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
           UNTIL WS-IDX-FAIXA > 6
               MOVE WS-EST-FAIXA(WS-IDX-FAIXA)
                   TO AN-DET-FAIXA(WS-IDX-FAIXA)
           END-PERFORM.

           COMPUTE AN-DET-MEDIA ROUNDED = WS-EST-MEDIA.
           COMPUTE AN-DET-MEDIANA ROUNDED = WS-EST-MEDIANA.
           MOVE WS-EST-DESVIO      TO AN-DET-DESVIO.
           MOVE WS-EST-PERC-REPROV TO AN-DET-REPROV.
           MOVE WS-EST-PERC-RECUP  TO AN-DET-RECUP.
           MOVE SPACES             TO AN-DET-MARCA.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.

           MOVE WS-EMP-RAZAO TO AN-CAB-RAZAO.
           MOVE WS-EMP-CNPJ  TO AN-CAB-CNPJ.
           MOVE WS-CONTPAG   TO AN-CAB-PAGINA.
           WRITE REC-RELAT-ANALISE FROM AN-CAB-EMPRESA
           BEFORE ADVANCING 1 LINE.

           MOVE WS-HOJE-DIA TO AN-TIT-DIA.
           MOVE WS-HOJE-MES TO AN-TIT-MES.
           MOVE WS-HOJE-ANO TO AN-TIT-ANO.
           WRITE REC-RELAT-ANALISE FROM AN-TITULO
           BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
       FIMPAGINA.
           ADD 1 TO WS-CONTPAG.

           MOVE SPACES TO REC-RELAT-ANALISE.
           WRITE REC-RELAT-ANALISE BEFORE ADVANCING PAGE.

           PERFORM IMPRIMIR-CABECALHO.

           WRITE REC-RELAT-ANALISE FROM AN-COLUNAS
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAIS.

           MOVE WS-QTD-COMBINACOES TO AN-TOT-COMBINACOES.
           MOVE WS-QTD-FORA-PADRAO TO AN-TOT-FORA.
           WRITE REC-RELAT-ANALISE FROM AN-LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

           IF WS-QTD-SEM-TURMA > ZEROS
               MOVE WS-QTD-SEM-TURMA TO AN-TOT-SEM-TURMA
               WRITE REC-RELAT-ANALISE FROM AN-LINHA-SEM-TURMA
               BEFORE ADVANCING 1 LINE
           END-IF.

           IF NOT FLAG-ANTERIOR-ARQUIVADO
               MOVE WS-ANO-ANTERIOR TO AN-SHI-ANO
               WRITE REC-RELAT-ANALISE FROM AN-LINHA-SEM-HIST
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="ANALISE-NO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="ANALISE-NO"==
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
