       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-ORCAMENTO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    ORCADO X REALIZADO DE PESSOAL POR SETOR NA COMPETENCIA: O
      *    ORCADO VEM DE orcamento_pessoal.dat (TP08-CAD-ORCAMENTO),
      *    O CUSTO REALIZADO (BRUTO + ENCARGOS) DO HISTORICO GRAVADO
      *    POR TP08-RATEIO A PARTIR DE folha.dat (custo_setores.dat)
      *    E O QUADRO REAL DOS ATIVOS EM funcionarios_master.dat.
      *    MOSTRA A VARIACAO DO MES E A ACUMULADA NO ANO ATE A
      *    COMPETENCIA E MARCA O SETOR CUJO CUSTO DO MES PASSOU DO
      *    ORCADO MAIS A TOLERANCIA INFORMADA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORCAMENTO-SELECT.

           COPY CUSTO-SETOR-SELECT.

           COPY FUNC-MASTER-SELECT.

           SELECT RELAT-ORCAMENTO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY ORCAMENTO-FD.

       COPY CUSTO-SETOR-FD.

       COPY FUNC-MASTER-FD.

       FD RELAT-ORCAMENTO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-ORCAMENTO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY ORCAMENTO-STATUS.
           COPY CUSTO-SETOR-STATUS.
           COPY FUNC-MASTER-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-COMP-ULTIMO-DIA        PIC 9(8)       VALUE ZEROS.
      *    PERCENTUAL ACEITO ACIMA DO ORCADO ANTES DE MARCAR O SETOR.
       77 WS-TOLERANCIA             PIC 9(2)V9(2)  VALUE 5.
       77 WS-LIMITE-ORCADO          PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-VAR-MES                PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-VAR-ANO                PIC S9(10)V9(2) VALUE ZEROS.
       77 WS-QTD-ACIMA              PIC 9(2)       VALUE ZEROS.
      *    COMPETENCIAS DO ANO JA APURADAS PELO RATEIO.
       01 TB-MESES-APURADOS.
           02 MES-APURADO OCCURS 12 TIMES PIC X    VALUE "N".
       77 WS-IDX-MES                PIC 9(2)       VALUE ZEROS.
      *---- ACUMULADORES POR SETOR -----------------------------------*
       77 CONST-LIMITE-SETORES      PIC 9(2)       VALUE 30.
       77 WS-TOTAL-SETORES          PIC 9(2)       VALUE ZEROS.
       77 WS-POS-SETOR              PIC 9(2)       VALUE ZEROS.
           88 FLAG-SETOR-NA-TABELA  VALUE 1 THRU 30.
       77 WS-IDX                    PIC 9(2)       VALUE ZEROS.
       77 WS-SETOR-BUSCA            PIC X(2)       VALUE SPACES.
       01 TB-SETORES.
           02 SETOR-ITEM OCCURS 30 TIMES.
               10 TB-ST-SETOR       PIC X(2)       VALUE SPACES.
               10 TB-ST-QUADRO-ORC  PIC 9(4)       VALUE ZEROS.
               10 TB-ST-QUADRO-REAL PIC 9(4)       VALUE ZEROS.
               10 TB-ST-ORC-MES     PIC 9(9)V9(2)  VALUE ZEROS.
               10 TB-ST-REAL-MES    PIC 9(9)V9(2)  VALUE ZEROS.
               10 TB-ST-ORC-ANO     PIC 9(10)V9(2) VALUE ZEROS.
               10 TB-ST-REAL-ANO    PIC 9(10)V9(2) VALUE ZEROS.
      *---- TOTAIS ---------------------------------------------------*
       77 TOTAL-QUADRO-ORC          PIC 9(5)       VALUE ZEROS.
       77 TOTAL-QUADRO-REAL         PIC 9(5)       VALUE ZEROS.
       77 TOTAL-ORC-MES             PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-REAL-MES            PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-ORC-ANO             PIC 9(11)V9(2) VALUE ZEROS.
       77 TOTAL-REAL-ANO            PIC 9(11)V9(2) VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(39) VALUE
              "ORCADO X REALIZADO DE PESSOAL - COMP. ".
           05 CAB-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 CAB-ANO PIC 9(4).
       01 CABEC2.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              "Tolerancia sobre o custo orcado: ".
           05 CAB-TOLERANCIA PIC Z9,99.
           05 FILLER PIC X VALUE "%".
       01 CABEC3.
           05 FILLER PIC X(4) VALUE "SET".
           05 FILLER PIC X(10) VALUE "ORC/QUADRO".
           05 FILLER PIC X(14) VALUE "   ORCADO MES".
           05 FILLER PIC X(14) VALUE "     REAL MES".
           05 FILLER PIC X(15) VALUE "   VARIACAO MES".
           05 FILLER PIC X(15) VALUE "   VARIACAO ANO".
       01 DETALHE.
           05 REL-SETOR PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REL-QUADRO-ORC PIC ZZZ9.
           05 FILLER PIC X VALUE "/".
           05 REL-QUADRO-REAL PIC ZZZ9.
           05 FILLER PIC X VALUE SPACES.
           05 REL-ORC-MES PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 REL-REAL-MES PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 REL-VAR-MES PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 REL-VAR-ANO PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 REL-MARCA PIC X(5).
       01 TOTAL-LINHA.
           05 FILLER PIC X(4) VALUE "TOT ".
           05 TOT-QUADRO-ORC PIC ZZZZ9.
           05 FILLER PIC X VALUE "/".
           05 TOT-QUADRO-REAL PIC ZZZZ9.
           05 TOT-ORC-MES PIC ZZZ.ZZZ.ZZ9,99.
           05 TOT-REAL-MES PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 TOT-VAR-MES PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 TOT-VAR-ANO PIC -ZZ.ZZZ.ZZ9,99.
       01 LINHA-RESUMO.
           05 FILLER PIC X(40) VALUE
              "Setores acima do orcado + tolerancia: ".
           05 RES-ACIMA PIC Z9.
       01 LINHA-RODAPE.
           05 FILLER PIC X(50) VALUE SPACES.
           05 ROD-EMPRESA PIC X(30) VALUE "Palinkas e Tavares".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP08-ORCAMENTO - orcado x realizado de pessoal".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12):".
           10 SC-COMP-MES           LINE + 0  COLUMN 40
           USING WS-COMP-MES.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 40
           USING WS-COMP-ANO.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Tolerancia (% sobre o orcado):".
           10 SC-TOLERANCIA         LINE + 0  COLUMN 42  PIC Z9,99
           USING WS-TOLERANCIA.

           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 14   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO ROD-EMPRESA.

           PERFORM CARREGAR-CUSTOS.

           IF MES-APURADO(WS-COMP-MES) NOT = "S"
               DISPLAY "RATEIO DA COMPETENCIA NAO APURADO - EXECUTE "
                   "O TP08-RATEIO ANTES DO ORCADO X REALIZADO"
               STOP RUN
           END-IF.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES >= WS-COMP-MES
               IF MES-APURADO(WS-IDX-MES) NOT = "S"
                   DISPLAY "AVISO: COMPETENCIA " WS-IDX-MES "/"
                       WS-COMP-ANO " SEM RATEIO - FORA DO ACUMULADO"
               END-IF
           END-PERFORM.

           PERFORM CARREGAR-ORCAMENTO.
           PERFORM CONTAR-QUADRO-MESTRE.

           DISPLAY "DD_RELAT-ORCAMENTO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT     UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-ORCAMENTO.

           PERFORM WRITE-CABECALHO.

           PERFORM IMPRIMIR-SETOR
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-SETORES.

           PERFORM IMPRIMIR-TOTAL.

           CLOSE RELAT-ORCAMENTO.

           DISPLAY "SETORES NO RELATORIO:        " WS-TOTAL-SETORES.
           DISPLAY "SETORES ACIMA DA TOLERANCIA: " WS-QTD-ACIMA.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " TOL=" DELIMITED BY SIZE
                  WS-TOLERANCIA DELIMITED BY SIZE
                  " ACIMA=" DELIMITED BY SIZE
                  WS-QTD-ACIMA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ORCADO X REALIZADO EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-TOLERANCIA.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida - informe novamente"
               AT 1610 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.

           COMPUTE WS-COMP-ULTIMO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 31.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ORCAMENTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="orcamento_pessoal.dat"==
                ==:DESTINO:== BY ==WS-ARQ-ORCAMENTOS==
                ==:DDVAR:==  BY =="DD_ORCAMENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CUSTOS-SETOR.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="custo_setores.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CUSTOS-SETOR==
                ==:DDVAR:==  BY =="DD_CUSTOS-SETOR"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
      *    CUSTO REALIZADO DOS MESES DO ANO ATE A COMPETENCIA.
      *--------------------------------------------------------------*
       CARREGAR-CUSTOS.
           MOVE SPACES TO WS-STATUS-CUSTOS-SETOR.

           PERFORM OBTER-CAMINHO-CUSTOS-SETOR.

           OPEN INPUT CUSTOS-SETOR.

           IF FLAG-CUSTOS-SETOR-SUCESSO
               PERFORM CARREGAR-LINHA-CUSTO WITH TEST BEFORE
               UNTIL FLAG-CUSTOS-SETOR-EOF
               CLOSE CUSTOS-SETOR
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CUSTO.

           READ CUSTOS-SETOR.

           IF NOT FLAG-CUSTOS-SETOR-EOF
               IF CS-COMP-ANO = WS-COMP-ANO
               AND CS-COMP-MES >= 1
               AND CS-COMP-MES <= WS-COMP-MES
                   MOVE "S" TO MES-APURADO(CS-COMP-MES)
                   MOVE CS-SETOR TO WS-SETOR-BUSCA
                   PERFORM LOCALIZAR-OU-INCLUIR-SETOR

                   IF FLAG-SETOR-NA-TABELA
                       COMPUTE TB-ST-REAL-ANO(WS-POS-SETOR) =
                           TB-ST-REAL-ANO(WS-POS-SETOR)
                         + CS-BRUTO + CS-ENCARGOS

                       IF CS-COMP-MES = WS-COMP-MES
                           COMPUTE TB-ST-REAL-MES(WS-POS-SETOR) =
                               TB-ST-REAL-MES(WS-POS-SETOR)
                             + CS-BRUTO + CS-ENCARGOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O ORCADO ACUMULADO SO CONTA OS MESES QUE TEM REALIZADO,
      *    PARA A VARIACAO DO ANO NAO ACUSAR SOBRA DE MES SEM RATEIO.
      *--------------------------------------------------------------*
       CARREGAR-ORCAMENTO.
           MOVE SPACES TO WS-STATUS-ORCAMENTOS.

           PERFORM OBTER-CAMINHO-ORCAMENTOS.

           OPEN INPUT ORCAMENTOS.

           IF FLAG-ORCAMENTOS-SUCESSO
               PERFORM CARREGAR-LINHA-ORCAMENTO WITH TEST BEFORE
               UNTIL FLAG-ORCAMENTOS-EOF
               CLOSE ORCAMENTOS
           ELSE
               DISPLAY "AVISO: NENHUM ORCAMENTO CADASTRADO"
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ORCAMENTO.

           READ ORCAMENTOS.

           IF NOT FLAG-ORCAMENTOS-EOF
               IF OR-COMP-ANO = WS-COMP-ANO
               AND OR-COMP-MES >= 1
               AND OR-COMP-MES <= WS-COMP-MES
                   MOVE OR-SETOR TO WS-SETOR-BUSCA
                   PERFORM LOCALIZAR-OU-INCLUIR-SETOR

                   IF FLAG-SETOR-NA-TABELA
                   AND MES-APURADO(OR-COMP-MES) = "S"
                       COMPUTE TB-ST-ORC-ANO(WS-POS-SETOR) =
                           TB-ST-ORC-ANO(WS-POS-SETOR)
                         + OR-BRUTO + OR-ENCARGOS
                   END-IF

                   IF FLAG-SETOR-NA-TABELA
                   AND OR-COMP-MES = WS-COMP-MES
                       MOVE OR-QUADRO TO TB-ST-QUADRO-ORC(WS-POS-SETOR)
                       COMPUTE TB-ST-ORC-MES(WS-POS-SETOR) =
                           OR-BRUTO + OR-ENCARGOS
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    QUADRO REAL: ATIVOS NO MESTRE ADMITIDOS ATE O FIM DA
      *    COMPETENCIA, PELO SETOR ATUAL.
      *--------------------------------------------------------------*
       CONTAR-QUADRO-MESTRE.
           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           MOVE SPACES TO WS-STATUS-FUNC-MASTER.

           OPEN INPUT FUNC-MASTER.

           IF NOT FLAG-FUNC-MASTER-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE FUNCIONARIOS"
               STOP RUN
           END-IF.

           PERFORM CONTAR-LINHA-MESTRE WITH TEST BEFORE
           UNTIL FLAG-FUNC-MASTER-EOF.

           CLOSE FUNC-MASTER.
      *--------------------------------------------------------------*
       CONTAR-LINHA-MESTRE.

           READ FUNC-MASTER NEXT RECORD.

           IF NOT FLAG-FUNC-MASTER-EOF
           AND FLAG-FUNC-MASTER-SUCESSO
           AND FLAG-FUNC-ATIVO
           AND FM-DATA-ADMISSAO <= WS-COMP-ULTIMO-DIA
               MOVE FM-SETOR TO WS-SETOR-BUSCA

               IF WS-SETOR-BUSCA = SPACES
                   MOVE "??" TO WS-SETOR-BUSCA
               END-IF

               PERFORM LOCALIZAR-OU-INCLUIR-SETOR

               IF FLAG-SETOR-NA-TABELA
                   ADD 1 TO TB-ST-QUADRO-REAL(WS-POS-SETOR)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-OU-INCLUIR-SETOR.
           MOVE ZEROS TO WS-POS-SETOR.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-SETORES

               IF TB-ST-SETOR(WS-IDX) = WS-SETOR-BUSCA
                   MOVE WS-IDX TO WS-POS-SETOR
               END-IF
           END-PERFORM.

           IF NOT FLAG-SETOR-NA-TABELA
               IF WS-TOTAL-SETORES >= CONST-LIMITE-SETORES
                   DISPLAY "TABELA DE SETORES CHEIA - SETOR "
                       WS-SETOR-BUSCA " FORA DO RELATORIO"
               ELSE
                   ADD 1 TO WS-TOTAL-SETORES
                   MOVE WS-TOTAL-SETORES TO WS-POS-SETOR
                   MOVE WS-SETOR-BUSCA   TO TB-ST-SETOR(WS-POS-SETOR)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       WRITE-CABECALHO.
           MOVE WS-COMP-MES   TO CAB-MES.
           MOVE WS-COMP-ANO   TO CAB-ANO.
           MOVE WS-TOLERANCIA TO CAB-TOLERANCIA.

           WRITE REC-RELAT-ORCAMENTO FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-ORCAMENTO FROM CABEC2
           BEFORE ADVANCING 2 LINES.
           WRITE REC-RELAT-ORCAMENTO FROM CABEC3
           BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
      *    SETOR SEM ORCADO E COM CUSTO NO MES TAMBEM E MARCADO.
      *--------------------------------------------------------------*
       IMPRIMIR-SETOR.
           COMPUTE WS-VAR-MES =
               TB-ST-REAL-MES(WS-IDX) - TB-ST-ORC-MES(WS-IDX).
           COMPUTE WS-VAR-ANO =
               TB-ST-REAL-ANO(WS-IDX) - TB-ST-ORC-ANO(WS-IDX).
           COMPUTE WS-LIMITE-ORCADO ROUNDED =
               TB-ST-ORC-MES(WS-IDX) * (100 + WS-TOLERANCIA) / 100.

           MOVE SPACES TO REL-MARCA.

           IF TB-ST-REAL-MES(WS-IDX) > WS-LIMITE-ORCADO
               MOVE "ACIMA" TO REL-MARCA
               ADD 1 TO WS-QTD-ACIMA
           END-IF.

           MOVE TB-ST-SETOR(WS-IDX)       TO REL-SETOR.
           MOVE TB-ST-QUADRO-ORC(WS-IDX)  TO REL-QUADRO-ORC.
           MOVE TB-ST-QUADRO-REAL(WS-IDX) TO REL-QUADRO-REAL.
           MOVE TB-ST-ORC-MES(WS-IDX)     TO REL-ORC-MES.
           MOVE TB-ST-REAL-MES(WS-IDX)    TO REL-REAL-MES.
           MOVE WS-VAR-MES                TO REL-VAR-MES.
           MOVE WS-VAR-ANO                TO REL-VAR-ANO.

           WRITE REC-RELAT-ORCAMENTO FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           ADD TB-ST-QUADRO-ORC(WS-IDX)  TO TOTAL-QUADRO-ORC.
           ADD TB-ST-QUADRO-REAL(WS-IDX) TO TOTAL-QUADRO-REAL.
           ADD TB-ST-ORC-MES(WS-IDX)     TO TOTAL-ORC-MES.
           ADD TB-ST-REAL-MES(WS-IDX)    TO TOTAL-REAL-MES.
           ADD TB-ST-ORC-ANO(WS-IDX)     TO TOTAL-ORC-ANO.
           ADD TB-ST-REAL-ANO(WS-IDX)    TO TOTAL-REAL-ANO.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL.
           COMPUTE WS-VAR-MES = TOTAL-REAL-MES - TOTAL-ORC-MES.
           COMPUTE WS-VAR-ANO = TOTAL-REAL-ANO - TOTAL-ORC-ANO.

           MOVE TOTAL-QUADRO-ORC  TO TOT-QUADRO-ORC.
           MOVE TOTAL-QUADRO-REAL TO TOT-QUADRO-REAL.
           MOVE TOTAL-ORC-MES     TO TOT-ORC-MES.
           MOVE TOTAL-REAL-MES    TO TOT-REAL-MES.
           MOVE WS-VAR-MES        TO TOT-VAR-MES.
           MOVE WS-VAR-ANO        TO TOT-VAR-ANO.

           WRITE REC-RELAT-ORCAMENTO FROM TOTAL-LINHA
           BEFORE ADVANCING 2 LINES.

           MOVE WS-QTD-ACIMA TO RES-ACIMA.
           WRITE REC-RELAT-ORCAMENTO FROM LINHA-RESUMO
           BEFORE ADVANCING 2 LINES.

           WRITE REC-RELAT-ORCAMENTO FROM LINHA-RODAPE
           BEFORE ADVANCING PAGE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-ORCAM"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-ORCAM"==
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
