      *    COM O IMPOSTO DEVIDO (apuracao_ir.txt), COMO TP08-GUIAS
      *    FAZ COM OS ENCARGOS DA FOLHA. O PREJUIZO REMANESCENTE E
      *    GRAVADO DE VOLTA NO CONTROLE PARA OS MESES SEGUINTES.
      *    O IRRF RETIDO NAS NOTAS DE CORRETAGEM DO MES (IMPORTADAS
      *    POR TP06_15 EM notas_importadas.dat) E DEDUZIDO DO IMPOSTO
      *    DEVIDO; O QUE NAO FOR USADO SEGUE NO CONTROLE PARA OS
      *    MESES SEGUINTES, AO LADO DO PREJUIZO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PREJUIZO.

           SELECT NOTAS-IMPORTADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPORTADAS.

           SELECT APURACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-APURACAO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      *    CONTROLE DE PREJUIZO A COMPENSAR: UMA LINHA POR APURACAO,
      *    COM O PREJUIZO REMANESCENTE APOS O MES; VALE A ULTIMA.
      *    O SALDO DE IRRF A COMPENSAR VEM DEPOIS DO PREJUIZO (LINHAS
      *    ANTIGAS, SEM ELE, VALEM SALDO ZERO).
       FD  PREJUIZO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PREJUIZO.
           05 PJ-ANO-MES            PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PJ-VALOR              PIC 9(9)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PJ-IRRF-SALDO         PIC 9(7)V9(2)         VALUE ZEROS.

      *    CONTROLE DAS NOTAS DE CORRETAGEM IMPORTADAS (TP06_15).
       FD  NOTAS-IMPORTADAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NOTA-IMPORTADA.

       01  REG-NOTA-IMPORTADA.
           05 NI-NUMERO             PIC 9(9)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-QTD-NEGOCIOS       PIC 9(3)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-TAXAS              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-IRRF               PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-DATA-IMPORTACAO    PIC 9(8)              VALUE ZEROS.

       FD  APURACAO
           LABEL RECORD IS STANDARD
           05 AP-LINHA              PIC X(70)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-TRADES             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-TRADES          PIC X(02)      VALUE SPACES.
           88 FLAG-TRADES-SUCESSO                  VALUE "00".
           88 FLAG-PREJUIZO-SUCESSO                VALUE "00".
           88 FLAG-PREJUIZO-EOF                    VALUE "10".
           88 FLAG-PREJUIZO-NAO-CRIADO             VALUE "35".
       77 WS-ARQ-IMPORTADAS         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-IMPORTADAS      PIC X(02)      VALUE SPACES.
           88 FLAG-IMPORTADAS-SUCESSO              VALUE "00".
           88 FLAG-IMPORTADAS-EOF                  VALUE "10".
       77 WS-ARQ-APURACAO           PIC X(60)      VALUE SPACES.
       77 WS-STATUS-APURACAO        PIC X(02)      VALUE SPACES.
      *---- MES DA APURACAO ------------------------------------------*
       01 WS-DATA-TRADE-REC.
           05 WS-TRD-ANOMES         PIC 9(6)       VALUE ZEROS.
           05 WS-TRD-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-NOTA-REC.
           05 WS-NOTA-ANOMES        PIC 9(6)       VALUE ZEROS.
           05 WS-NOTA-DIA           PIC 9(2)       VALUE ZEROS.
      *---- MOTOR DE CUSTO MEDIO POR PAPEL ---------------------------*
       77 CONST-LIMITE-PAPEIS       PIC 9(2)       VALUE 50.
       77 WS-TOTAL-PAPEIS           PIC 9(2)       VALUE ZEROS.
       77 WS-BASE-TRIBUTAVEL        PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-IMPOSTO                PIC 9(9)V9(2)   VALUE ZEROS.
       77 WS-PREJUIZO-NOVO          PIC 9(9)V9(2)   VALUE ZEROS.
       77 WS-IRRF-MES               PIC 9(7)V9(2)   VALUE ZEROS.
       77 WS-IRRF-ANTERIOR          PIC 9(7)V9(2)   VALUE ZEROS.
       77 WS-IRRF-COMPENSADO        PIC 9(7)V9(2)   VALUE ZEROS.
       77 WS-IRRF-SALDO-NOVO        PIC 9(7)V9(2)   VALUE ZEROS.
       77 WS-IMPOSTO-A-PAGAR        PIC 9(9)V9(2)   VALUE ZEROS.
       77 WS-MES-ISENTO             PIC 9           VALUE ZEROS.
           88 FLAG-MES-ISENTO                       VALUE 1.
       77 CONST-ISENCAO-VENDAS      PIC 9(5)V9(2)   VALUE 20000,00.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM PROCESSAR-LEDGER.
           PERFORM CARREGAR-PREJUIZO-ANTERIOR.
           PERFORM SOMAR-IRRF-NOTAS-MES.
           PERFORM CALCULAR-IMPOSTO.
           PERFORM COMPENSAR-IRRF.
           PERFORM GRAVAR-APURACAO.
           PERFORM GRAVAR-PREJUIZO-NOVO.

                 BY =="prejuizo_acumulado.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PREJUIZO==
                ==:DDVAR:==  BY =="DD_PREJUIZO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-IMPORTADAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="notas_importadas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-IMPORTADAS==
                ==:DDVAR:==  BY =="DD_NOTAS-IMPORTADAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-APURACAO.

      *--------------------------------------------------------------*
       CARREGAR-PREJUIZO-ANTERIOR.

           MOVE ZEROS  TO WS-PREJUIZO-ANTERIOR WS-IRRF-ANTERIOR.
           MOVE SPACES TO WS-STATUS-PREJUIZO.

           PERFORM OBTER-CAMINHO-PREJUIZO.

           IF NOT FLAG-PREJUIZO-EOF
               MOVE PJ-VALOR TO WS-PREJUIZO-ANTERIOR

               IF PJ-IRRF-SALDO IS NUMERIC
                   MOVE PJ-IRRF-SALDO TO WS-IRRF-ANTERIOR
               ELSE
                   MOVE ZEROS TO WS-IRRF-ANTERIOR
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    IRRF RETIDO NAS NOTAS CUJO PREGAO CAI NO MES DA APURACAO.
      *--------------------------------------------------------------*
       SOMAR-IRRF-NOTAS-MES.

           MOVE ZEROS  TO WS-IRRF-MES.
           MOVE SPACES TO WS-STATUS-IMPORTADAS.

           PERFORM OBTER-CAMINHO-IMPORTADAS.

           OPEN INPUT NOTAS-IMPORTADAS.

           IF FLAG-IMPORTADAS-SUCESSO
               PERFORM LER-NOTA-IMPORTADA WITH TEST BEFORE
               UNTIL FLAG-IMPORTADAS-EOF
               CLOSE NOTAS-IMPORTADAS
           END-IF.
      *--------------------------------------------------------------*
       LER-NOTA-IMPORTADA.

           READ NOTAS-IMPORTADAS.

           IF NOT FLAG-IMPORTADAS-EOF
               MOVE NI-DATA TO WS-DATA-NOTA-REC

               IF WS-NOTA-ANOMES = WS-ANO-MES-ALVO-NUM
                   ADD NI-IRRF TO WS-IRRF-MES
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    REGRA DA APURACAO: VENDAS DO MES ATE A ISENCAO NAO PAGAM
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O IRRF RETIDO (DO MES E O QUE SOBROU DE MESES ANTERIORES)
      *    ABATE O IMPOSTO DEVIDO ATE ZERA-LO; A SOBRA FICA PARA OS
      *    MESES SEGUINTES.
      *--------------------------------------------------------------*
       COMPENSAR-IRRF.

           COMPUTE WS-IRRF-SALDO-NOVO = WS-IRRF-ANTERIOR + WS-IRRF-MES.

           IF WS-IRRF-SALDO-NOVO > WS-IMPOSTO
               MOVE WS-IMPOSTO TO WS-IRRF-COMPENSADO
           ELSE
               MOVE WS-IRRF-SALDO-NOVO TO WS-IRRF-COMPENSADO
           END-IF.

           COMPUTE WS-IMPOSTO-A-PAGAR = WS-IMPOSTO - WS-IRRF-COMPENSADO.
           SUBTRACT WS-IRRF-COMPENSADO FROM WS-IRRF-SALDO-NOVO.
      *--------------------------------------------------------------*
       GRAVAR-APURACAO.

               WRITE REG-APURACAO FROM AP-LINHA-VALOR
           END-IF.

           MOVE "IRRF RETIDO NAS NOTAS DO MES" TO AP-DESCRICAO.
           MOVE WS-IRRF-MES                 TO AP-VALOR.
           WRITE REG-APURACAO FROM AP-LINHA-VALOR.

           MOVE "IRRF A COMPENSAR DE MESES ANT." TO AP-DESCRICAO.
           MOVE WS-IRRF-ANTERIOR            TO AP-VALOR.
           WRITE REG-APURACAO FROM AP-LINHA-VALOR.

           MOVE "IRRF COMPENSADO NO MES"    TO AP-DESCRICAO.
           MOVE WS-IRRF-COMPENSADO          TO AP-VALOR.
           WRITE REG-APURACAO FROM AP-LINHA-VALOR.

           MOVE "IMPOSTO A PAGAR"           TO AP-DESCRICAO.
           MOVE WS-IMPOSTO-A-PAGAR          TO AP-VALOR.
           WRITE REG-APURACAO FROM AP-LINHA-VALOR.

           MOVE "IRRF A COMPENSAR ADIANTE"  TO AP-DESCRICAO.
           MOVE WS-IRRF-SALDO-NOVO          TO AP-VALOR.
           WRITE REG-APURACAO FROM AP-LINHA-VALOR.

           MOVE "PREJUIZO A COMPENSAR ADIANTE" TO AP-DESCRICAO.
           MOVE WS-PREJUIZO-NOVO            TO AP-VALOR.
           WRITE REG-APURACAO FROM AP-LINHA-VALOR.
                  WS-COMP-ANO DELIMITED BY SIZE
                  " IMPOSTO=" DELIMITED BY SIZE
                  WS-IMPOSTO DELIMITED BY SIZE
                  " A PAGAR=" DELIMITED BY SIZE
                  WS-IMPOSTO-A-PAGAR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "APURACAO DE IR GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-APURACAO   TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-PREJUIZO-NOVO.


           MOVE WS-ANO-MES-ALVO-NUM TO PJ-ANO-MES.
           MOVE WS-PREJUIZO-NOVO    TO PJ-VALOR.
           MOVE WS-IRRF-SALDO-NOVO  TO PJ-IRRF-SALDO.

           WRITE REG-PREJUIZO.

           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_09"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_09"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
