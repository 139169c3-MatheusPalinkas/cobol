      *    UM DETALHE POR PRONTUARIO, TRAILER COM CONTAGEM E TOTAIS),
      *    PRONTO PARA O ENVIO AO PORTAL. UMA COMPETENCIA AINDA
      *    ABERTA OU REABERTA E RECUSADA: A FOLHA PODE MUDAR.
      *    A DECLARACAO E POR EMPRESA DO GRUPO (CNPJ): A MATRIZ GRAVA
      *    eventos_mensais.txt E CADA FILIAL eventos_mensais_NN.txt.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY EMPRESA-STATUS.
       77 WS-ARQ-EVENTOS            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-EVENTOS         PIC X(02)      VALUE SPACES.
       77 WS-NOME-EVENTOS           PIC X(30)      VALUE SPACES.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-COMP-SITUACAO          PIC X          VALUE SPACES.
           88 FLAG-COMP-DECLARAVEL                 VALUE "F".
       77 WS-COMP-EMPRESA           PIC X(02)      VALUE SPACES.
       77 WS-DATA-GERACAO           PIC 9(8)       VALUE ZEROS.
      *---- ACUMULACAO POR PRONTUARIO --------------------------------*
       77 CONST-LIMITE-FUNC         PIC 9(4)       VALUE 500.
           05 EV-HDR-COMP-ANO       PIC 9(4)       VALUE ZEROS.
           05 EV-HDR-EMPRESA        PIC X(30)      VALUE
              "PALINKAS E TAVARES".
           05 EV-HDR-CNPJ           PIC X(14)      VALUE SPACES.
           05 FILLER                PIC X(41)      VALUE SPACES.
       01 EV-DETALHE.
           05 FILLER                PIC X          VALUE "1".
           05 EV-DET-PRONTUARIO     PIC X(8)       VALUE SPACES.
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 40
           USING WS-COMP-ANO.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz):".
           10 SC-COMP-EMPRESA       LINE + 0  COLUMN 40
           USING WS-COMP-EMPRESA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-COMP-EMPRESA.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               AT 1110 FOREGROUND-COLOR 6
               GO TO ENTRADA-COMPETENCIA
           END-IF.

           IF WS-COMP-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-COMP-EMPRESA
           END-IF.

           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY "Empresa nao cadastrada - informe novamente"
               AT 1110 FOREGROUND-COLOR 6
               MOVE SPACES TO WS-COMP-EMPRESA
               GO TO ENTRADA-COMPETENCIA
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COMPETENCIAS.

                ==:DESTINO:== BY ==WS-ARQ-COMPETENCIAS==
                ==:DDVAR:==  BY =="DD_COMPETENCIAS"==.
      *--------------------------------------------------------------*
      *    A SITUACAO VIGENTE E A ULTIMA LINHA DA COMPETENCIA DA
      *    EMPRESA EM competencias.dat, COMO EM TP08-MAIN E
      *    TP08-COMPETENCIA.
      *--------------------------------------------------------------*
       VERIFICAR-COMPETENCIA-FECHADA.

           READ COMPETENCIAS.

           IF NOT FLAG-COMPETENCIAS-EOF
               IF CP-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO CP-EMPRESA
               END-IF

               IF CP-ANO = WS-COMP-ANO
               AND CP-MES = WS-COMP-MES
               AND CP-EMPRESA = WS-COMP-EMPRESA
                   MOVE CP-SITUACAO TO WS-COMP-SITUACAO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EVENTOS.

           MOVE SPACES TO WS-NOME-EVENTOS.

           IF WS-COMP-EMPRESA = CONST-EMPRESA-MATRIZ
               MOVE "eventos_mensais.txt" TO WS-NOME-EVENTOS
           ELSE
               STRING "eventos_mensais_" DELIMITED BY SIZE
                      WS-COMP-EMPRESA    DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO WS-NOME-EVENTOS
           END-IF.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY ==WS-NOME-EVENTOS==
                ==:DESTINO:== BY ==WS-ARQ-EVENTOS==
                ==:DDVAR:==  BY =="DD_EVENTOS"==.
      *--------------------------------------------------------------*
           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FH-EMPRESA
               END-IF

               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND FH-EMPRESA = WS-COMP-EMPRESA
                   PERFORM LOCALIZAR-FUNC-TABELA

                   IF NOT FLAG-FUNC-NA-TABELA

           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO    TO EV-HDR-EMPRESA.
           MOVE WS-EMP-CNPJ     TO EV-HDR-CNPJ.

           MOVE WS-DATA-GERACAO TO EV-HDR-DATA.
           MOVE WS-COMP-MES     TO EV-HDR-COMP-MES.
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-COMP-EMPRESA DELIMITED BY SIZE
                  " EVENTOS=" DELIMITED BY SIZE
                  WS-TOTAL-FUNC DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
