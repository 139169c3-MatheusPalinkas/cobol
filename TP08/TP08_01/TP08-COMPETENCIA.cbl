           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
       77 WS-COMP-EMPRESA           PIC X(02)             VALUE SPACES.
       77 WS-COMP-SITUACAO          PIC X                 VALUE SPACES.
           88 FLAG-COMP-ENCONTRADA-FECHADA     VALUE "F".
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY COMPETENCIA-STATUS.
           COPY AUDITORIA-STATUS.
           COPY EMPRESA-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
           10 SC-COMP-ANO          LINE + 0  COLUMN  56
           USING WS-COMP-ANO.

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz): ".
           10 SC-COMP-EMPRESA      LINE + 0  COLUMN  56
           USING WS-COMP-EMPRESA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
           READ COMPETENCIAS.

           IF NOT FLAG-COMPETENCIAS-EOF
               IF CP-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO CP-EMPRESA
               END-IF
               DISPLAY CP-MES      AT LINE WS-COUNT-LINE COLUMN 28
               DISPLAY "/"         AT LINE WS-COUNT-LINE COLUMN 30
               DISPLAY CP-ANO      AT LINE WS-COUNT-LINE COLUMN 31
               DISPLAY CP-SITUACAO AT LINE WS-COUNT-LINE COLUMN 37
               DISPLAY CP-EMPRESA  AT LINE WS-COUNT-LINE COLUMN 40
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-COMP-EMPRESA.

           IF WS-COMP-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-COMP-EMPRESA
           END-IF.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
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
           MOVE WS-COMP-ANO TO CP-ANO.
           MOVE WS-COMP-MES TO CP-MES.
           MOVE "R"         TO CP-SITUACAO.
           MOVE WS-COMP-EMPRESA TO CP-EMPRESA.

           WRITE REG-COMPETENCIA.

                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-COMP-EMPRESA DELIMITED BY SIZE
                  " OPERADOR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
