       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-ESPELHO-PONTO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    ESPELHO DE PONTO MENSAL: PARA CADA FUNCIONARIO ATIVO DO
      *    MESTRE, IMPRIME UMA PAGINA COM AS BATIDAS DE CADA DIA DA
      *    COMPETENCIA (ponto_batidas.txt), AS HORAS TRABALHADAS,
      *    EXTRAS (ALEM DE 8 HORAS NO DIA) E NOTURNAS (PAR INICIADO
      *    ENTRE 22H E 5H, COMO NA IMPORTACAO DO PONTO), OS DIAS DE
      *    AFASTAMENTO (afastamentos.dat) E OS MOVIMENTOS DO BANCO DE
      *    HORAS DO MES (banco_horas.dat), COM LINHA PARA A
      *    ASSINATURA DO FUNCIONARIO.
      *
      *    MARCA NO DIA AS INCONSISTENCIAS DA LEGISLACAO:
      *        BA - BATIDA AUSENTE (ENTRADA OU SAIDA SEM PAR);
      *        IJ - INTERJORNADA MENOR QUE 11 HORAS DESDE A ULTIMA
      *             SAIDA DO DIA ANTERIOR;
      *        JE - JORNADA TRABALHADA ACIMA DE 10 HORAS.
      *    TODAS AS INCONSISTENCIAS DA COMPETENCIA VAO TAMBEM PARA A
      *    LISTA CONSOLIDADA ponto_inconsistencias.txt, ENTREGUE AO RH
      *    PARA ACERTO ANTES DO FECHAMENTO DA COMPETENCIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BATIDA-SELECT.

           COPY FUNC-MASTER-SELECT.

           COPY AFASTAMENTO-SELECT.

           COPY BANCO-HORAS-SELECT.

           SELECT ESPELHO ASSIGN TO WS-DESTINO-ESPELHO.

           SELECT INCONSISTENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-INCONSISTENCIAS.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY BATIDA-FD.

       COPY FUNC-MASTER-FD.

       COPY AFASTAMENTO-FD.

       COPY BANCO-HORAS-FD.

       FD ESPELHO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-ESPELHO PIC X(80).

       FD  INCONSISTENCIAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-INCONSISTENCIA.

       01  REG-INCONSISTENCIA.
           05 IN-PRONTUARIO         PIC X(8)       VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 IN-NOME               PIC X(20)      VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 IN-DATA               PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 IN-CODIGO             PIC X(2)       VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 IN-DESCRICAO          PIC X(40)      VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY BATIDA-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY AFASTAMENTO-STATUS.
           COPY BANCO-HORAS-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-ARQ-INCONSISTENCIAS    PIC X(60)      VALUE SPACES.
       77 WS-STATUS-INCONSISTENCIAS PIC X(02)      VALUE SPACES.
       77 WS-DESTINO-ESPELHO        PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-COMP-PRIMEIRO-DIA      PIC 9(8)       VALUE ZEROS.
       77 WS-COMP-ULTIMO-DIA        PIC 9(8)       VALUE ZEROS.
       77 WS-DIAS-MES               PIC 9(2)       VALUE ZEROS.
       77 WS-RESTO-BISSEXTO         PIC 9(3)       VALUE ZEROS.
       77 WS-QUOCIENTE              PIC 9(4)       VALUE ZEROS.
      *    VESPERA DA COMPETENCIA (ULTIMO DIA DO MES ANTERIOR), PARA
      *    A INTERJORNADA DO DIA 1.
       01 WS-DATA-VESPERA.
           05 WS-VES-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-VES-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-VES-DIA            PIC 9(2)       VALUE ZEROS.
       77 WS-DATA-VESPERA-NUM       PIC 9(8)       VALUE ZEROS.
      *---- RECORTE DAS DATAS ----------------------------------------*
       01 WS-DATA-BATIDA.
           05 WS-BAT-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-BAT-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-BAT-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-DIA.
           05 WS-DIA-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-DIA-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-DIA-DIA            PIC 9(2)       VALUE ZEROS.
       77 WS-DATA-DIA-NUM           PIC 9(8)       VALUE ZEROS.
       01 WS-HORA-BATIDA-REC.
           05 WS-HB-HH              PIC 9(2)       VALUE ZEROS.
           05 WS-HB-MM              PIC 9(2)       VALUE ZEROS.
      *---- DIAS DA COMPETENCIA DO FUNCIONARIO -----------------------*
       77 CONST-LIMITE-BATIDAS-DIA  PIC 9(2)       VALUE 10.
       77 CONST-BATIDAS-IMPRESSAS   PIC 9(2)       VALUE 6.
       01 TB-DIAS.
           05 ES-DIA OCCURS 31 TIMES.
               10 ES-QTD-BATIDAS    PIC 9(2)       VALUE ZEROS.
               10 ES-BATIDA OCCURS 10 TIMES.
                   15 ES-BAT-HORA   PIC 9(4)       VALUE ZEROS.
                   15 ES-BAT-TIPO   PIC X          VALUE SPACES.
               10 ES-MIN-TRAB       PIC 9(4)       VALUE ZEROS.
               10 ES-MIN-EXTRA      PIC 9(4)       VALUE ZEROS.
               10 ES-MIN-NOT        PIC 9(4)       VALUE ZEROS.
               10 ES-AFAST-TIPO     PIC X          VALUE SPACES.
               10 ES-OCORRENCIAS    PIC X(8)       VALUE SPACES.
       77 WS-IDX-DIA                PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-BAT                PIC 9(2)       VALUE ZEROS.
       77 WS-POS-OCORRENCIA         PIC 9(2)       VALUE ZEROS.
      *---- APOIO DO PAREAMENTO --------------------------------------*
       77 WS-PAR-ABERTO             PIC 9          VALUE ZEROS.
           88 FLAG-PAR-ABERTO                      VALUE 1.
       77 WS-BATIDA-AUSENTE         PIC 9          VALUE ZEROS.
           88 FLAG-BATIDA-AUSENTE                  VALUE 1.
       77 WS-MIN-ENTRADA            PIC 9(4)       VALUE ZEROS.
       77 WS-MIN-BATIDA             PIC 9(4)       VALUE ZEROS.
       77 WS-HORA-ENTRADA           PIC 9(2)       VALUE ZEROS.
       77 WS-MIN-PRIMEIRA-ENTRADA   PIC 9(4)       VALUE ZEROS.
       77 WS-MIN-ULTIMA-SAIDA       PIC 9(4)       VALUE ZEROS.
       77 WS-TEM-ENTRADA            PIC 9          VALUE ZEROS.
           88 FLAG-TEM-ENTRADA                     VALUE 1.
       77 WS-TEM-SAIDA              PIC 9          VALUE ZEROS.
           88 FLAG-TEM-SAIDA                       VALUE 1.
      *    ULTIMA SAIDA DA JORNADA ANTERIOR: DIA (ZERO = VESPERA DA
      *    COMPETENCIA) E MINUTO DO DIA.
       77 WS-ANT-SAIDA-DIA          PIC 9(2)       VALUE ZEROS.
       77 WS-ANT-SAIDA-MIN          PIC 9(4)       VALUE ZEROS.
       77 WS-TEM-SAIDA-ANTERIOR     PIC 9          VALUE ZEROS.
           88 FLAG-TEM-SAIDA-ANTERIOR              VALUE 1.
       77 WS-MIN-DESCANSO           PIC 9(5)       VALUE ZEROS.
       77 CONST-JORNADA-NORMAL      PIC 9(4)       VALUE 480.
       77 CONST-JORNADA-MAXIMA      PIC 9(4)       VALUE 600.
       77 CONST-INTERJORNADA        PIC 9(4)       VALUE 660.
       77 CONST-MINUTOS-DIA         PIC 9(4)       VALUE 1440.
       77 CONST-INICIO-NOTURNO      PIC 9(2)       VALUE 22.
       77 CONST-FIM-NOTURNO         PIC 9(2)       VALUE 5.
       77 WS-CODIGO-OCORRENCIA      PIC X(2)       VALUE SPACES.
       77 WS-DESCRICAO-OCORRENCIA   PIC X(40)      VALUE SPACES.
      *---- TOTAIS DO FUNCIONARIO ------------------------------------*
       77 WS-TOT-MIN-TRAB           PIC 9(6)       VALUE ZEROS.
       77 WS-TOT-MIN-EXTRA          PIC 9(6)       VALUE ZEROS.
       77 WS-TOT-MIN-NOT            PIC 9(6)       VALUE ZEROS.
       77 WS-TOT-DIAS-AFAST         PIC 9(2)       VALUE ZEROS.
       77 WS-TOT-OCORRENCIAS        PIC 9(3)       VALUE ZEROS.
       77 WS-TOT-BH-CREDITO         PIC 9(4)       VALUE ZEROS.
       77 WS-TOT-BH-DEBITO          PIC 9(4)       VALUE ZEROS.
       77 WS-TOT-BH-PAGAMENTO       PIC 9(4)       VALUE ZEROS.
      *---- CONTADORES DO RESUMO -------------------------------------*
       77 WS-CONTADOR-ESPELHOS      PIC 9(4)       VALUE ZEROS.
       77 WS-CONTADOR-INCONSIST     PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO ESPELHO ----------------------------------------*
       01 EP-TITULO.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "ESPELHO DE PONTO - COMPET.: ".
           05 EP-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 EP-TIT-ANO PIC 9(4).
       01 EP-EMPRESA.
           05 FILLER PIC X(9) VALUE "Empresa: ".
           05 EP-EMP-RAZAO PIC X(30) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " CNPJ: ".
           05 EP-EMP-CNPJ PIC X(14) VALUE SPACES.
       01 EP-FUNC.
           05 FILLER PIC X(6) VALUE "Nome: ".
           05 EP-FUNC-NOME PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Prontuario: ".
           05 EP-FUNC-PRONTUARIO PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Cargo: ".
           05 EP-FUNC-CARGO PIC X(20).
       01 EP-CABEC-DIAS.
           05 FILLER PIC X(4) VALUE "DIA".
           05 FILLER PIC X(37) VALUE "BATIDAS (E ENTRADA / S SAIDA)".
           05 FILLER PIC X(7) VALUE "  TRAB".
           05 FILLER PIC X(7) VALUE " EXTRA".
           05 FILLER PIC X(7) VALUE " NOTUR".
           05 FILLER PIC X(10) VALUE " OCORR.".
       01 EP-LINHA-DIA.
           05 EP-DIA PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EP-BATIDA OCCURS 6 TIMES.
               10 EP-BAT-HORA PIC 9(4).
               10 EP-BAT-TIPO PIC X.
               10 FILLER PIC X VALUE SPACE.
           05 EP-MAIS-BATIDAS PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 EP-TRAB PIC ZZ9,99.
           05 FILLER PIC X VALUE SPACE.
           05 EP-EXTRA PIC ZZ9,99.
           05 FILLER PIC X VALUE SPACE.
           05 EP-NOTUR PIC ZZ9,99.
           05 FILLER PIC X VALUE SPACE.
           05 EP-OCORRENCIAS PIC X(8).
           05 EP-AFAST PIC X(9).
       01 EP-LINHA-TOTAL.
           05 EP-TOT-DESCRICAO PIC X(41) VALUE SPACES.
           05 EP-TOT-TRAB PIC ZZZ9,99.
           05 EP-TOT-EXTRA PIC ZZZ9,99.
           05 EP-TOT-NOTUR PIC ZZZ9,99.
       01 EP-LINHA-RESUMO.
           05 EP-RES-DESCRICAO PIC X(41) VALUE SPACES.
           05 EP-RES-VALOR PIC ZZ9.
       01 EP-LINHA-BANCO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 EP-BH-DATA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EP-BH-DESCRICAO PIC X(20).
           05 EP-BH-HORAS PIC ZZ9.
           05 FILLER PIC X(2) VALUE " h".
       01 EP-LEGENDA.
           05 FILLER PIC X(72) VALUE
           "BA batida ausente  IJ interjornada < 11h  JE jornada > 10h".
       01 EP-ASSINATURA.
           05 FILLER PIC X(40) VALUE
              "________________________________________".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Assinatura do empregado".
       01 EP-LINHA-TEXTO PIC X(80) VALUE SPACES.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP08-ESPELHO-PONTO - espelho de ponto mensal".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12):".
           10 SC-COMP-MES           LINE + 0  COLUMN 40
           USING WS-COMP-MES.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 40
           USING WS-COMP-ANO.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-ESPELHO    LINE + 0  COLUMN 47
           USING WS-DESTINO-ESPELHO.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM PREPARAR-COMPETENCIA.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO EP-EMP-RAZAO.
           MOVE WS-EMP-CNPJ  TO EP-EMP-CNPJ.

           PERFORM ABRIR-ARQUIVOS.

           PERFORM PROCESSAR-LINHA-MESTRE WITH TEST BEFORE
           UNTIL FLAG-FUNC-MASTER-EOF.

           PERFORM FECHAR-ARQUIVOS.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-ESPELHO
           ELSE
               MOVE "LPT1" TO WS-DESTINO-ESPELHO
           END-IF.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida - informe novamente"
               AT 1510 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
      *    DIAS DO MES CIVIL (O ESPELHO E DIA A DIA, NAO NA CONVENCAO
      *    DE 30 DIAS DA FOLHA) E VESPERA DA COMPETENCIA.
      *--------------------------------------------------------------*
       PREPARAR-COMPETENCIA.

           MOVE WS-COMP-ANO TO WS-DIA-ANO.
           MOVE WS-COMP-MES TO WS-DIA-MES.
           PERFORM CALCULAR-DIAS-MES.

           COMPUTE WS-COMP-PRIMEIRO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           COMPUTE WS-COMP-ULTIMO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + WS-DIAS-MES.

           IF WS-COMP-MES = 1
               COMPUTE WS-VES-ANO = WS-COMP-ANO - 1
               MOVE 12 TO WS-VES-MES
               MOVE 31 TO WS-VES-DIA
           ELSE
               MOVE WS-COMP-ANO TO WS-VES-ANO
               COMPUTE WS-VES-MES = WS-COMP-MES - 1

               MOVE WS-VES-ANO TO WS-DIA-ANO
               MOVE WS-VES-MES TO WS-DIA-MES
               PERFORM CALCULAR-DIAS-MES
               MOVE WS-DIAS-MES TO WS-VES-DIA

               MOVE WS-COMP-ANO TO WS-DIA-ANO
               MOVE WS-COMP-MES TO WS-DIA-MES
               PERFORM CALCULAR-DIAS-MES
           END-IF.

           MOVE WS-DATA-VESPERA TO WS-DATA-VESPERA-NUM.
      *--------------------------------------------------------------*
       CALCULAR-DIAS-MES.

           EVALUATE WS-DIA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   DIVIDE WS-DIA-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-BISSEXTO

                   IF WS-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF

                   DIVIDE WS-DIA-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-BISSEXTO

                   IF WS-RESTO-BISSEXTO = ZEROS
                       DIVIDE WS-DIA-ANO BY 400 GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO-BISSEXTO

                       IF WS-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-BATIDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ponto_batidas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-BATIDAS==
                ==:DDVAR:==  BY =="DD_BATIDAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-AFASTAMENTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="afastamentos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-AFASTAMENTOS==
                ==:DDVAR:==  BY =="DD_AFASTAMENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-BANCO-HORAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="banco_horas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-BANCO-HORAS==
                ==:DDVAR:==  BY =="DD_BANCO-HORAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-INCONSISTENCIAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ponto_inconsistencias.txt"==
                ==:DESTINO:== BY ==WS-ARQ-INCONSISTENCIAS==
                ==:DDVAR:==  BY =="DD_INCONSISTENCIAS"==.
      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.
           PERFORM OBTER-CAMINHO-FUNC-MASTER.
           PERFORM OBTER-CAMINHO-BATIDAS.
           PERFORM OBTER-CAMINHO-AFASTAMENTOS.
           PERFORM OBTER-CAMINHO-BANCO-HORAS.
           PERFORM OBTER-CAMINHO-INCONSISTENCIAS.

           OPEN INPUT FUNC-MASTER.

           IF NOT FLAG-FUNC-MASTER-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE FUNCIONARIOS"
               STOP RUN
           END-IF.

           OPEN INPUT BATIDAS.

           IF NOT FLAG-BATIDAS-SUCESSO
               DISPLAY "ARQUIVO DE BATIDAS NAO ENCONTRADO: "
                   WS-ARQ-BATIDAS
               CLOSE FUNC-MASTER
               STOP RUN
           END-IF.

           CLOSE BATIDAS.

           OPEN OUTPUT INCONSISTENCIAS.

           DISPLAY "DD_ESPELHO"        UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-ESPELHO  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ESPELHO.
      *--------------------------------------------------------------*
       PROCESSAR-LINHA-MESTRE.

           READ FUNC-MASTER NEXT RECORD.

           IF NOT FLAG-FUNC-MASTER-EOF
           AND FLAG-FUNC-MASTER-SUCESSO
           AND FLAG-FUNC-ATIVO
               PERFORM MONTAR-ESPELHO-FUNC
               PERFORM IMPRIMIR-ESPELHO-FUNC
               ADD 1 TO WS-CONTADOR-ESPELHOS
           END-IF.
      *--------------------------------------------------------------*
      *    CARREGA OS DIAS DO FUNCIONARIO: BATIDAS DA COMPETENCIA (E
      *    A ULTIMA SAIDA DA VESPERA), AFASTAMENTOS; DEPOIS APURA AS
      *    HORAS E AS INCONSISTENCIAS DE CADA DIA.
      *--------------------------------------------------------------*
       MONTAR-ESPELHO-FUNC.

           INITIALIZE TB-DIAS.
           MOVE ZEROS TO WS-TEM-SAIDA-ANTERIOR WS-ANT-SAIDA-DIA
                         WS-ANT-SAIDA-MIN.
           MOVE ZEROS TO WS-TOT-MIN-TRAB WS-TOT-MIN-EXTRA
                         WS-TOT-MIN-NOT WS-TOT-DIAS-AFAST
                         WS-TOT-OCORRENCIAS.

           OPEN INPUT BATIDAS.

           IF FLAG-BATIDAS-SUCESSO
               PERFORM CARREGAR-LINHA-BATIDA WITH TEST BEFORE
               UNTIL FLAG-BATIDAS-EOF
               CLOSE BATIDAS
           END-IF.

           OPEN INPUT AFASTAMENTOS.

           IF FLAG-AFASTAMENTOS-SUCESSO
               PERFORM CARREGAR-LINHA-AFASTAMENTO WITH TEST BEFORE
               UNTIL FLAG-AFASTAMENTOS-EOF
               CLOSE AFASTAMENTOS
           END-IF.

           PERFORM APURAR-DIA
           VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > WS-DIAS-MES.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-BATIDA.

           READ BATIDAS.

           IF NOT FLAG-BATIDAS-EOF
           AND PT-PRONTUARIO = FM-PRONTUARIO
               MOVE PT-DATA TO WS-DATA-BATIDA
               MOVE PT-HORA TO WS-HORA-BATIDA-REC

               IF PT-DATA = WS-DATA-VESPERA-NUM
               AND FLAG-BATIDA-SAIDA
                   COMPUTE WS-MIN-BATIDA = WS-HB-HH * 60 + WS-HB-MM

                   IF NOT FLAG-TEM-SAIDA-ANTERIOR
                   OR WS-MIN-BATIDA > WS-ANT-SAIDA-MIN
                       MOVE 1             TO WS-TEM-SAIDA-ANTERIOR
                       MOVE ZEROS         TO WS-ANT-SAIDA-DIA
                       MOVE WS-MIN-BATIDA TO WS-ANT-SAIDA-MIN
                   END-IF
               END-IF

               IF WS-BAT-ANO = WS-COMP-ANO
               AND WS-BAT-MES = WS-COMP-MES
               AND WS-BAT-DIA >= 1
               AND WS-BAT-DIA <= WS-DIAS-MES
               AND ES-QTD-BATIDAS(WS-BAT-DIA)
                   < CONST-LIMITE-BATIDAS-DIA
                   ADD 1 TO ES-QTD-BATIDAS(WS-BAT-DIA)
                   MOVE ES-QTD-BATIDAS(WS-BAT-DIA) TO WS-IDX-BAT
                   MOVE PT-HORA
                       TO ES-BAT-HORA(WS-BAT-DIA, WS-IDX-BAT)
                   MOVE PT-TIPO
                       TO ES-BAT-TIPO(WS-BAT-DIA, WS-IDX-BAT)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-AFASTAMENTO.

           READ AFASTAMENTOS.

           IF NOT FLAG-AFASTAMENTOS-EOF
           AND AF-PRONTUARIO = FM-PRONTUARIO
           AND AF-DATA-INICIO <= WS-COMP-ULTIMO-DIA
           AND AF-DATA-FIM >= WS-COMP-PRIMEIRO-DIA
               PERFORM MARCAR-DIA-AFASTADO
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-DIAS-MES
           END-IF.
      *--------------------------------------------------------------*
       MARCAR-DIA-AFASTADO.

           COMPUTE WS-DATA-DIA-NUM =
               WS-COMP-PRIMEIRO-DIA + WS-IDX-DIA - 1.

           IF WS-DATA-DIA-NUM >= AF-DATA-INICIO
           AND WS-DATA-DIA-NUM <= AF-DATA-FIM
               MOVE AF-TIPO TO ES-AFAST-TIPO(WS-IDX-DIA)
           END-IF.
      *--------------------------------------------------------------*
      *    PAREIA AS BATIDAS DO DIA EM ORDEM; QUALQUER ENTRADA SEM
      *    SAIDA OU SAIDA SEM ENTRADA MARCA BATIDA AUSENTE E NAO
      *    SOMA HORAS. EM SEGUIDA CONFERE INTERJORNADA E JORNADA.
      *--------------------------------------------------------------*
       APURAR-DIA.

           MOVE ZEROS TO WS-PAR-ABERTO WS-BATIDA-AUSENTE
                         WS-TEM-ENTRADA WS-TEM-SAIDA.
           MOVE 1 TO WS-POS-OCORRENCIA.

           PERFORM PAREAR-BATIDA-DIA
           VARYING WS-IDX-BAT FROM 1 BY 1
           UNTIL WS-IDX-BAT > ES-QTD-BATIDAS(WS-IDX-DIA).

           IF FLAG-PAR-ABERTO
               MOVE 1 TO WS-BATIDA-AUSENTE
           END-IF.

           COMPUTE WS-DATA-DIA-NUM =
               WS-COMP-PRIMEIRO-DIA + WS-IDX-DIA - 1.

           IF FLAG-BATIDA-AUSENTE
               MOVE "BA" TO WS-CODIGO-OCORRENCIA
               MOVE "BATIDA AUSENTE (ENTRADA OU SAIDA SEM PAR)"
                   TO WS-DESCRICAO-OCORRENCIA
               PERFORM REGISTRAR-OCORRENCIA
           END-IF.

      *    INTERJORNADA: DESCANSO ENTRE A ULTIMA SAIDA DO DIA
      *    ANTERIOR E A PRIMEIRA ENTRADA DO DIA.
           IF FLAG-TEM-ENTRADA
           AND FLAG-TEM-SAIDA-ANTERIOR
           AND WS-ANT-SAIDA-DIA = WS-IDX-DIA - 1
               COMPUTE WS-MIN-DESCANSO =
                   CONST-MINUTOS-DIA - WS-ANT-SAIDA-MIN
                 + WS-MIN-PRIMEIRA-ENTRADA

               IF WS-MIN-DESCANSO < CONST-INTERJORNADA
                   MOVE "IJ" TO WS-CODIGO-OCORRENCIA
                   MOVE "INTERJORNADA MENOR QUE 11 HORAS"
                       TO WS-DESCRICAO-OCORRENCIA
                   PERFORM REGISTRAR-OCORRENCIA
               END-IF
           END-IF.

           IF ES-MIN-TRAB(WS-IDX-DIA) > CONST-JORNADA-MAXIMA
               MOVE "JE" TO WS-CODIGO-OCORRENCIA
               MOVE "JORNADA ACIMA DE 10 HORAS"
                   TO WS-DESCRICAO-OCORRENCIA
               PERFORM REGISTRAR-OCORRENCIA
           END-IF.

           IF ES-MIN-TRAB(WS-IDX-DIA) > CONST-JORNADA-NORMAL
               COMPUTE ES-MIN-EXTRA(WS-IDX-DIA) =
                   ES-MIN-TRAB(WS-IDX-DIA) - CONST-JORNADA-NORMAL
           END-IF.

           IF FLAG-TEM-SAIDA
               MOVE 1                   TO WS-TEM-SAIDA-ANTERIOR
               MOVE WS-IDX-DIA          TO WS-ANT-SAIDA-DIA
               MOVE WS-MIN-ULTIMA-SAIDA TO WS-ANT-SAIDA-MIN
           END-IF.

           IF ES-AFAST-TIPO(WS-IDX-DIA) NOT = SPACES
               ADD 1 TO WS-TOT-DIAS-AFAST
           END-IF.

           ADD ES-MIN-TRAB(WS-IDX-DIA)  TO WS-TOT-MIN-TRAB.
           ADD ES-MIN-EXTRA(WS-IDX-DIA) TO WS-TOT-MIN-EXTRA.
           ADD ES-MIN-NOT(WS-IDX-DIA)   TO WS-TOT-MIN-NOT.
      *--------------------------------------------------------------*
       PAREAR-BATIDA-DIA.

           MOVE ES-BAT-HORA(WS-IDX-DIA, WS-IDX-BAT)
               TO WS-HORA-BATIDA-REC.
           COMPUTE WS-MIN-BATIDA = WS-HB-HH * 60 + WS-HB-MM.

           EVALUATE ES-BAT-TIPO(WS-IDX-DIA, WS-IDX-BAT)
               WHEN "E"
                   IF FLAG-PAR-ABERTO
                       MOVE 1 TO WS-BATIDA-AUSENTE
                   END-IF

                   IF NOT FLAG-TEM-ENTRADA
                       MOVE 1             TO WS-TEM-ENTRADA
                       MOVE WS-MIN-BATIDA TO WS-MIN-PRIMEIRA-ENTRADA
                   END-IF

                   MOVE 1             TO WS-PAR-ABERTO
                   MOVE WS-MIN-BATIDA TO WS-MIN-ENTRADA
                   MOVE WS-HB-HH      TO WS-HORA-ENTRADA

               WHEN "S"
                   MOVE 1             TO WS-TEM-SAIDA
                   MOVE WS-MIN-BATIDA TO WS-MIN-ULTIMA-SAIDA

                   IF NOT FLAG-PAR-ABERTO
                   OR WS-MIN-BATIDA < WS-MIN-ENTRADA
                       MOVE 1 TO WS-BATIDA-AUSENTE
                   ELSE
                       COMPUTE ES-MIN-TRAB(WS-IDX-DIA) =
                           ES-MIN-TRAB(WS-IDX-DIA)
                         + WS-MIN-BATIDA - WS-MIN-ENTRADA

                       IF WS-HORA-ENTRADA >= CONST-INICIO-NOTURNO
                       OR WS-HORA-ENTRADA < CONST-FIM-NOTURNO
                           COMPUTE ES-MIN-NOT(WS-IDX-DIA) =
                               ES-MIN-NOT(WS-IDX-DIA)
                             + WS-MIN-BATIDA - WS-MIN-ENTRADA
                       END-IF
                   END-IF

                   MOVE ZEROS TO WS-PAR-ABERTO

               WHEN OTHER
                   MOVE 1 TO WS-BATIDA-AUSENTE
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    ANOTA O CODIGO NO DIA E GRAVA A LINHA NA LISTA DO RH.
      *--------------------------------------------------------------*
       REGISTRAR-OCORRENCIA.

           IF WS-POS-OCORRENCIA < 8
               MOVE WS-CODIGO-OCORRENCIA
                   TO ES-OCORRENCIAS(WS-IDX-DIA)(WS-POS-OCORRENCIA:2)
               ADD 3 TO WS-POS-OCORRENCIA
           END-IF.

           MOVE SPACES                  TO REG-INCONSISTENCIA.
           MOVE FM-PRONTUARIO           TO IN-PRONTUARIO.
           MOVE FM-NOME                 TO IN-NOME.
           MOVE WS-DATA-DIA-NUM         TO IN-DATA.
           MOVE WS-CODIGO-OCORRENCIA    TO IN-CODIGO.
           MOVE WS-DESCRICAO-OCORRENCIA TO IN-DESCRICAO.

           WRITE REG-INCONSISTENCIA.

           ADD 1 TO WS-TOT-OCORRENCIAS.
           ADD 1 TO WS-CONTADOR-INCONSIST.
      *--------------------------------------------------------------*
       IMPRIMIR-ESPELHO-FUNC.

           MOVE WS-COMP-MES TO EP-TIT-MES.
           MOVE WS-COMP-ANO TO EP-TIT-ANO.
           WRITE REC-ESPELHO FROM EP-TITULO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-ESPELHO FROM EP-EMPRESA
           BEFORE ADVANCING 2 LINES.

           MOVE FM-NOME       TO EP-FUNC-NOME.
           MOVE FM-PRONTUARIO TO EP-FUNC-PRONTUARIO.
           MOVE FM-CARGO      TO EP-FUNC-CARGO.
           WRITE REC-ESPELHO FROM EP-FUNC
           BEFORE ADVANCING 2 LINES.

           WRITE REC-ESPELHO FROM EP-CABEC-DIAS
           BEFORE ADVANCING 1 LINE.

           PERFORM IMPRIMIR-LINHA-DIA
           VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > WS-DIAS-MES.

           MOVE "TOTAL DA COMPETENCIA (HORAS)" TO EP-TOT-DESCRICAO.
           COMPUTE EP-TOT-TRAB  ROUNDED = WS-TOT-MIN-TRAB / 60.
           COMPUTE EP-TOT-EXTRA ROUNDED = WS-TOT-MIN-EXTRA / 60.
           COMPUTE EP-TOT-NOTUR ROUNDED = WS-TOT-MIN-NOT / 60.
           MOVE SPACES TO EP-LINHA-TEXTO.
           WRITE REC-ESPELHO FROM EP-LINHA-TEXTO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-ESPELHO FROM EP-LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

           MOVE "DIAS DE AFASTAMENTO"       TO EP-RES-DESCRICAO.
           MOVE WS-TOT-DIAS-AFAST           TO EP-RES-VALOR.
           WRITE REC-ESPELHO FROM EP-LINHA-RESUMO
           BEFORE ADVANCING 1 LINE.

           MOVE "INCONSISTENCIAS NO MES"    TO EP-RES-DESCRICAO.
           MOVE WS-TOT-OCORRENCIAS          TO EP-RES-VALOR.
           WRITE REC-ESPELHO FROM EP-LINHA-RESUMO
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-BANCO-HORAS.

           WRITE REC-ESPELHO FROM EP-LEGENDA
           BEFORE ADVANCING 3 LINES.

           WRITE REC-ESPELHO FROM EP-ASSINATURA
           BEFORE ADVANCING PAGE.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-DIA.

           MOVE SPACES     TO EP-LINHA-DIA.
           MOVE WS-IDX-DIA TO EP-DIA.

           PERFORM MOVER-BATIDA-IMPRESSA
           VARYING WS-IDX-BAT FROM 1 BY 1
           UNTIL WS-IDX-BAT > ES-QTD-BATIDAS(WS-IDX-DIA)
           OR WS-IDX-BAT > CONST-BATIDAS-IMPRESSAS.

           IF ES-QTD-BATIDAS(WS-IDX-DIA) > CONST-BATIDAS-IMPRESSAS
               MOVE "+" TO EP-MAIS-BATIDAS
           END-IF.

           COMPUTE EP-TRAB  ROUNDED = ES-MIN-TRAB(WS-IDX-DIA)  / 60.
           COMPUTE EP-EXTRA ROUNDED = ES-MIN-EXTRA(WS-IDX-DIA) / 60.
           COMPUTE EP-NOTUR ROUNDED = ES-MIN-NOT(WS-IDX-DIA)   / 60.

           MOVE ES-OCORRENCIAS(WS-IDX-DIA) TO EP-OCORRENCIAS.

           IF ES-AFAST-TIPO(WS-IDX-DIA) NOT = SPACES
               MOVE "AFAST " TO EP-AFAST
               MOVE ES-AFAST-TIPO(WS-IDX-DIA) TO EP-AFAST(7:1)
           END-IF.

           WRITE REC-ESPELHO FROM EP-LINHA-DIA
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       MOVER-BATIDA-IMPRESSA.

           MOVE ES-BAT-HORA(WS-IDX-DIA, WS-IDX-BAT)
               TO EP-BAT-HORA(WS-IDX-BAT).
           MOVE ES-BAT-TIPO(WS-IDX-DIA, WS-IDX-BAT)
               TO EP-BAT-TIPO(WS-IDX-BAT).
      *--------------------------------------------------------------*
      *    MOVIMENTOS DO BANCO DE HORAS COM DATA NA COMPETENCIA.
      *--------------------------------------------------------------*
       IMPRIMIR-BANCO-HORAS.

           MOVE ZEROS TO WS-TOT-BH-CREDITO WS-TOT-BH-DEBITO
                         WS-TOT-BH-PAGAMENTO.

           MOVE "BANCO DE HORAS - MOVIMENTOS DO MES:" TO EP-LINHA-TEXTO.
           WRITE REC-ESPELHO FROM EP-LINHA-TEXTO
           BEFORE ADVANCING 1 LINE.

           OPEN INPUT BANCO-HORAS.

           IF FLAG-BANCO-HORAS-SUCESSO
               PERFORM IMPRIMIR-LINHA-BANCO WITH TEST BEFORE
               UNTIL FLAG-BANCO-HORAS-EOF
               CLOSE BANCO-HORAS
           END-IF.

           MOVE "CREDITOS / DEBITOS / BAIXAS (HORAS)" TO EP-LINHA-TEXTO.
           MOVE WS-TOT-BH-CREDITO   TO EP-RES-VALOR.
           MOVE EP-RES-VALOR        TO EP-LINHA-TEXTO(42:3).
           MOVE WS-TOT-BH-DEBITO    TO EP-RES-VALOR.
           MOVE EP-RES-VALOR        TO EP-LINHA-TEXTO(48:3).
           MOVE WS-TOT-BH-PAGAMENTO TO EP-RES-VALOR.
           MOVE EP-RES-VALOR        TO EP-LINHA-TEXTO(54:3).
           WRITE REC-ESPELHO FROM EP-LINHA-TEXTO
           BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-BANCO.

           READ BANCO-HORAS.

           IF NOT FLAG-BANCO-HORAS-EOF
           AND BH-PRONTUARIO = FM-PRONTUARIO
           AND BH-DATA >= WS-COMP-PRIMEIRO-DIA
           AND BH-DATA <= WS-COMP-ULTIMO-DIA
               MOVE BH-DATA  TO EP-BH-DATA
               MOVE BH-HORAS TO EP-BH-HORAS

               EVALUATE TRUE
                   WHEN FLAG-BH-CREDITO
                       MOVE "CREDITO" TO EP-BH-DESCRICAO
                       ADD BH-HORAS TO WS-TOT-BH-CREDITO
                   WHEN FLAG-BH-DEBITO
                       MOVE "DEBITO (FOLGA)" TO EP-BH-DESCRICAO
                       ADD BH-HORAS TO WS-TOT-BH-DEBITO
                   WHEN OTHER
                       MOVE "BAIXA POR PAGAMENTO" TO EP-BH-DESCRICAO
                       ADD BH-HORAS TO WS-TOT-BH-PAGAMENTO
               END-EVALUATE

               WRITE REC-ESPELHO FROM EP-LINHA-BANCO
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE FUNC-MASTER.
           CLOSE INCONSISTENCIAS.
           CLOSE ESPELHO.

           DISPLAY "RESUMO DO ESPELHO DE PONTO:".
           DISPLAY "  ESPELHOS IMPRESSOS: " WS-CONTADOR-ESPELHOS.
           DISPLAY "  INCONSISTENCIAS:    " WS-CONTADOR-INCONSIST.

           IF WS-CONTADOR-INCONSIST > ZEROS
               DISPLAY "  LISTA PARA O RH EM " WS-ARQ-INCONSISTENCIAS
           END-IF.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " ESP=" DELIMITED BY SIZE
                  WS-CONTADOR-ESPELHOS DELIMITED BY SIZE
                  " INC=" DELIMITED BY SIZE
                  WS-CONTADOR-INCONSIST DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ESPELHO DE PONTO EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-ESPELHO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-ESPEL"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-ESPEL"==
                                      ==:CLASSE:== BY =="F"==.
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
