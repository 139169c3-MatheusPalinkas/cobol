       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP06_18.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CARGA INCREMENTAL DO HISTORICO DE COTACOES: LE UM ARQUIVO
      *    DIARIO DA B3 (COTAHIST_DddmmAAAA.TXT) OU UMA FAIXA DE
      *    ARQUIVOS MENSAIS (COTAHIST_MmmAAAA.TXT) E GRAVA OS
      *    REGISTROS 01 EM cotacao_historico.dat, INDEXADO POR PAPEL
      *    + DATA, DE ONDE OS PROGRAMAS DE BOLSA (TP06_03, TP06_07,
      *    TP06_11, TP06_14, TP06_16) LEEM OS FECHAMENTOS.
      *
      *    CADA ARQUIVO E CONFERIDO ANTES DA CARGA (TOTAL DO RODAPE
      *    CONTRA OS REGISTROS LIDOS E, NO MENSAL, O MES DO
      *    CABECALHO), COMO TP06_03 FAZIA NA EXTRACAO. PREGAO QUE JA
      *    CONSTA EM cotacao_pregoes.dat E PULADO POR INTEIRO, DE
      *    MODO QUE O MENSAL PODE SER CARREGADO DEPOIS DOS DIARIOS
      *    DO MESMO MES SEM DUPLICAR NADA; OS PREGOES NOVOS SAO
      *    REGISTRADOS NO CONTROLE AO FIM DE CADA ARQUIVO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTAHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-COTAHIST.

           COPY COTACAO-HIST-SELECT.

           COPY PREGAO-CARGA-SELECT.

           COPY AUDITORIA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  COTAHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COTA.

       01  REG-COTA.
           05 FD-CAMPO-COTA         PIC X(245)            VALUE SPACES.

       COPY COTACAO-HIST-FD.

       COPY PREGAO-CARGA-FD.

       COPY AUDITORIA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY COTACAO-HIST-STATUS.
           COPY PREGAO-CARGA-STATUS.
       COPY AUDITORIA-STATUS.
       77 WS-ARQ-COTAHIST           PIC X(60)             VALUE SPACES.
       77 WS-NOME-COTAHIST          PIC X(24)             VALUE SPACES.
       77 WS-STATUS-COTAHIST        PIC X(02)             VALUE SPACES.
           88 FLAG-COTAHIST-SUCESSO          VALUE "00".
           88 FLAG-COTAHIST-EOF              VALUE "10".
      *---- PARAMETROS DA CARGA --------------------------------------*
       77 WS-TIPO-CARGA             PIC X                 VALUE "D".
           88 FLAG-CARGA-DIARIA                           VALUE "D" "d".
           88 FLAG-CARGA-MENSAL                           VALUE "M" "m".
       77 WS-DIA-CARGA              PIC 9(2)              VALUE ZEROS.
           88 FLAG-DIA-VALIDO                     VALUE 1 THRU 31.
       77 WS-MES-CARGA              PIC 9(2)              VALUE ZEROS.
           88 FLAG-MES-VALIDO                     VALUE 1 THRU 12.
       77 WS-ANO-CARGA              PIC 9(4)              VALUE ZEROS.
       77 WS-MES-FIM-CARGA          PIC 9(2)              VALUE ZEROS.
           88 FLAG-MES-FIM-VALIDO                 VALUE 1 THRU 12.
       77 WS-ANO-FIM-CARGA          PIC 9(4)              VALUE ZEROS.
       77 WS-COMP-ATUAL-NUM         PIC 9(6)              VALUE ZEROS.
       77 WS-COMP-FIM-NUM           PIC 9(6)              VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
      *---- CONFERENCIA DO ARQUIVO -----------------------------------*
       77 WS-QTD-REGS-CONTADOS      PIC 9(11)             VALUE ZEROS.
       77 WS-ARQUIVO-INTEGRO        PIC 9                 VALUE ZEROS.
           88 FLAG-ARQUIVO-INTEGRO                        VALUE 1.
       77 WS-ANOMES-HEADER          PIC 9(6)              VALUE ZEROS.
       77 WS-ANOMES-PEDIDO          PIC 9(6)              VALUE ZEROS.
      *---- PREGOES DO ARQUIVO EM CARGA ------------------------------*
      *    SITUACAO N = PREGAO NOVO (GRAVADO AGORA), J = JA CONSTAVA
      *    NO CONTROLE (PULADO).
       77 CONST-LIMITE-PREGOES      PIC 9(2)              VALUE 31.
       77 WS-TOTAL-PREGOES          PIC 9(2)              VALUE ZEROS.
       77 WS-POS-PREGAO             PIC 9(2)              VALUE ZEROS.
           88 FLAG-PREGAO-NA-TABELA VALUE 1 THRU 31.
       77 WS-IDX                    PIC 9(2)              VALUE ZEROS.
       01 TB-PREGOES.
           02 PREGAO-ITEM OCCURS 31 TIMES.
               10 TB-PG-DATA        PIC 9(8)              VALUE ZEROS.
               10 TB-PG-SITUACAO    PIC X                 VALUE SPACES.
                   88 FLAG-PG-NOVO                        VALUE "N".
                   88 FLAG-PG-JA-CARREGADO                VALUE "J".
               10 TB-PG-QTD         PIC 9(7)              VALUE ZEROS.
      *---- TOTAIS DA EXECUCAO ---------------------------------------*
       77 WS-QTD-ARQUIVOS           PIC 9(3)              VALUE ZEROS.
       77 WS-QTD-AUSENTES           PIC 9(3)              VALUE ZEROS.
       77 WS-QTD-RECUSADOS          PIC 9(3)              VALUE ZEROS.
       77 WS-QTD-PREGOES-NOVOS      PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-PREGOES-PULADOS    PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-GRAVADOS           PIC 9(9)              VALUE ZEROS.
       77 WS-QTD-DUPLICADOS         PIC 9(9)              VALUE ZEROS.
       77 WS-COUNT-LINE             PIC 99                VALUE 14.
      *---- REGISTROS DO COTAHIST -----------------------------------*
       01 WS-COTA-CABECALHO.
           05 WS-TIPO-FILE              PIC 9(2)          VALUE ZEROS.
           05 WS-NOME-FILE              PIC X(13)         VALUE SPACES.
           05 WS-COD-ORIGEM             PIC X(8)          VALUE SPACES.
           05 WS-GERACAO-FILE           PIC 9(8)          VALUE ZEROS.
           05 FILLER                    PIC X(214)        VALUE SPACES.
       01 WS-COTA-LINHA.
           05 WS-TIPREG-LINE            PIC 9(2)          VALUE ZEROS.
           05 WS-DTPREGAO-LINE          PIC 9(8)          VALUE ZEROS.
           05 WS-CODBDI-LINE            PIC X(2)          VALUE SPACES.
           05 WS-CODNEG-LINE            PIC X(12)         VALUE SPACES.
           05 WS-TPMERC-LINE            PIC 9(3)          VALUE ZEROS.
           05 WS-NOMRES-LINE            PIC X(12)         VALUE SPACES.
           05 WS-ESPECI-LINE            PIC X(10)         VALUE SPACES.
           05 WS-PRAZOT-LINE            PIC X(3)          VALUE SPACES.
           05 WS-MODREF-LINE            PIC X(4)          VALUE SPACES.
           05 WS-PREABE-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-PREMAX-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-PREMIN-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-PREMED-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-PREULT-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-PREOFC-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-PREOFV-LINE            PIC 9(11)V9(2)    VALUE ZEROS.
           05 WS-TOTNEG-LINE            PIC 9(5)          VALUE ZEROS.
           05 WS-QUATOT-LINE            PIC 9(18)         VALUE ZEROS.
           05 WS-VOLTOT-LINE            PIC 9(16)V9(2)    VALUE ZEROS.
           05 FILLER                    PIC X(57)         VALUE SPACES.
       01 WS-COTA-RODAPE.
           05 WS-TIPO-REG               PIC 9(2)          VALUE ZEROS.
           05 WS-NOME-FILE-ROD          PIC X(13)         VALUE SPACES.
           05 WS-COD-ORIGEM-ROD         PIC X(8)          VALUE SPACES.
           05 WS-DTGERACAO-FILE         PIC 9(8)          VALUE ZEROS.
           05 WS-TOTAL-REGS             PIC 9(11)         VALUE ZEROS.
           05 FILLER                    PIC X(203)        VALUE SPACES.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP06.18 - carga do historico de cotacoes".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Arquivo diario ou mensal (D/M):".
           10 SC-TIPO-CARGA         LINE + 0  COLUMN 45
           USING WS-TIPO-CARGA.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Dia do pregao (so diario):".
           10 SC-DIA-CARGA          LINE + 0  COLUMN 45
           USING WS-DIA-CARGA.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Mes (01-12):".
           10 SC-MES-CARGA          LINE + 0  COLUMN 45
           USING WS-MES-CARGA.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano (AAAA):".
           10 SC-ANO-CARGA          LINE + 0  COLUMN 45
           USING WS-ANO-CARGA.

           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Mes final (so mensal, 00=mesmo):".
           10 SC-MES-FIM-CARGA      LINE + 0  COLUMN 45
           USING WS-MES-FIM-CARGA.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano final (so mensal):".
           10 SC-ANO-FIM-CARGA      LINE + 0  COLUMN 45
           USING WS-ANO-FIM-CARGA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRIR-HISTORICO.

           IF FLAG-CARGA-DIARIA
               PERFORM CARREGAR-ARQUIVO
           ELSE
               PERFORM CARREGAR-MES WITH TEST BEFORE
               UNTIL WS-COMP-ATUAL-NUM > WS-COMP-FIM-NUM
           END-IF.

           CLOSE COTACAO-HIST.
           CLOSE PREGAO-CARGA.

           PERFORM MOSTRAR-RESUMO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-TIPO-CARGA.
           ACCEPT SC-DIA-CARGA.
           ACCEPT SC-MES-CARGA.
           ACCEPT SC-ANO-CARGA.
           ACCEPT SC-MES-FIM-CARGA.
           ACCEPT SC-ANO-FIM-CARGA.

           IF WS-MES-FIM-CARGA = ZEROS
           OR FLAG-CARGA-DIARIA
               MOVE WS-MES-CARGA TO WS-MES-FIM-CARGA
               MOVE WS-ANO-CARGA TO WS-ANO-FIM-CARGA
           END-IF.

           COMPUTE WS-COMP-ATUAL-NUM =
               WS-ANO-CARGA * 100 + WS-MES-CARGA.
           COMPUTE WS-COMP-FIM-NUM =
               WS-ANO-FIM-CARGA * 100 + WS-MES-FIM-CARGA.

           IF (NOT FLAG-CARGA-DIARIA AND NOT FLAG-CARGA-MENSAL)
           OR (FLAG-CARGA-DIARIA AND NOT FLAG-DIA-VALIDO)
           OR NOT FLAG-MES-VALIDO
           OR NOT FLAG-MES-FIM-VALIDO
           OR WS-ANO-CARGA = ZEROS
           OR WS-COMP-ATUAL-NUM > WS-COMP-FIM-NUM
               DISPLAY "Parametros invalidos - informe novamente"
               AT 1310 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COTACAO-HIST.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="cotacao_historico.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COTACAO-HIST==
                ==:DDVAR:==  BY =="DD_COTACAO-HIST"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PREGAO-CARGA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="cotacao_pregoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PREGAO-CARGA==
                ==:DDVAR:==  BY =="DD_PREGAO-CARGA"==.
      *--------------------------------------------------------------*
      *    NA PRIMEIRA CARGA OS DOIS ARQUIVOS INDEXADOS SAO CRIADOS.
      *--------------------------------------------------------------*
       ABRIR-HISTORICO.
           PERFORM OBTER-CAMINHO-COTACAO-HIST.

           OPEN I-O COTACAO-HIST.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               IF FLAG-COTACAO-HIST-NAO-CRIADO
                   OPEN OUTPUT COTACAO-HIST
                   CLOSE COTACAO-HIST
                   OPEN I-O COTACAO-HIST
               END-IF
           END-IF.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE COTACAO_HISTORICO.DAT - "
                   WS-STATUS-COTACAO-HIST
               STOP RUN
           END-IF.

           PERFORM OBTER-CAMINHO-PREGAO-CARGA.

           OPEN I-O PREGAO-CARGA.

           IF NOT FLAG-PREGAO-CARGA-SUCESSO
               IF FLAG-PREGAO-CARGA-NAO-CRIADO
                   OPEN OUTPUT PREGAO-CARGA
                   CLOSE PREGAO-CARGA
                   OPEN I-O PREGAO-CARGA
               END-IF
           END-IF.

           IF NOT FLAG-PREGAO-CARGA-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE COTACAO_PREGOES.DAT - "
                   WS-STATUS-PREGAO-CARGA
               CLOSE COTACAO-HIST
               STOP RUN
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-MES.

           PERFORM CARREGAR-ARQUIVO.

           IF WS-MES-CARGA = 12
               MOVE 1 TO WS-MES-CARGA
               ADD 1 TO WS-ANO-CARGA
           ELSE
               ADD 1 TO WS-MES-CARGA
           END-IF.

           COMPUTE WS-COMP-ATUAL-NUM =
               WS-ANO-CARGA * 100 + WS-MES-CARGA.
      *--------------------------------------------------------------*
       MONTAR-NOME-ARQUIVO-COTAHIST.

           MOVE SPACES TO WS-NOME-COTAHIST WS-ARQ-COTAHIST.

           IF FLAG-CARGA-DIARIA
               STRING "COTAHIST_D"     DELIMITED BY SIZE
                      WS-DIA-CARGA     DELIMITED BY SIZE
                      WS-MES-CARGA     DELIMITED BY SIZE
                      WS-ANO-CARGA     DELIMITED BY SIZE
                      ".TXT"           DELIMITED BY SIZE
                      INTO WS-NOME-COTAHIST
           ELSE
               STRING "COTAHIST_M"     DELIMITED BY SIZE
                      WS-MES-CARGA     DELIMITED BY SIZE
                      WS-ANO-CARGA     DELIMITED BY SIZE
                      ".TXT"           DELIMITED BY SIZE
                      INTO WS-NOME-COTAHIST
           END-IF.

           COPY OBTER-DIR-DADOS.

           STRING WS-DIR-DADOS         DELIMITED BY SPACE
                  "\"                  DELIMITED BY SIZE
                  WS-NOME-COTAHIST     DELIMITED BY SPACE
                  INTO WS-ARQ-COTAHIST.

           DISPLAY "DD_COTAHIST" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-COTAHIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       CARREGAR-ARQUIVO.
           PERFORM MONTAR-NOME-ARQUIVO-COTAHIST.

           MOVE SPACES TO WS-STATUS-COTAHIST.

           OPEN INPUT COTAHIST.

           IF NOT FLAG-COTAHIST-SUCESSO
               ADD 1 TO WS-QTD-AUSENTES
               DISPLAY "COTAHIST AUSENTE: "
               AT LINE WS-COUNT-LINE COLUMN 10 FOREGROUND-COLOR 6
               DISPLAY WS-ARQ-COTAHIST
               AT LINE WS-COUNT-LINE COLUMN 29 FOREGROUND-COLOR 6
               ADD 1 TO WS-COUNT-LINE
           ELSE
               PERFORM VERIFICAR-ARQUIVO-COTAHIST

               CLOSE COTAHIST

               IF NOT FLAG-ARQUIVO-INTEGRO
                   ADD 1 TO WS-QTD-RECUSADOS
               ELSE
                   ADD 1 TO WS-QTD-ARQUIVOS

                   MOVE ZEROS  TO WS-TOTAL-PREGOES
                   MOVE SPACES TO WS-STATUS-COTAHIST

                   OPEN INPUT COTAHIST

                   PERFORM CARREGAR-LINHA-COTA WITH TEST BEFORE
                   UNTIL FLAG-COTAHIST-EOF

                   CLOSE COTAHIST

                   PERFORM REGISTRAR-PREGOES-NOVOS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    PASSADA DE CONFERENCIA: CONTA TODOS OS REGISTROS, GUARDA
      *    CABECALHO E RODAPE E COMPARA O TOTAL DO RODAPE COM A
      *    CONTAGEM; NO MENSAL, TAMBEM O ANO/MES DE GERACAO DO
      *    CABECALHO COM O MES PEDIDO. O DIARIO PODE SER GERADO NO
      *    DIA SEGUINTE AO PREGAO, ENTAO SO O RODAPE E CONFERIDO.
      *--------------------------------------------------------------*
       VERIFICAR-ARQUIVO-COTAHIST.

           MOVE ZEROS  TO WS-QTD-REGS-CONTADOS.
           MOVE SPACES TO WS-COTA-CABECALHO.
           MOVE SPACES TO WS-COTA-RODAPE.

           PERFORM CONTAR-REGISTRO-COTA WITH TEST BEFORE
           UNTIL FLAG-COTAHIST-EOF.

           MOVE 1 TO WS-ARQUIVO-INTEGRO.

           COMPUTE WS-ANOMES-HEADER = WS-GERACAO-FILE / 100.
           COMPUTE WS-ANOMES-PEDIDO =
               WS-ANO-CARGA * 100 + WS-MES-CARGA.

           IF FLAG-CARGA-MENSAL
           AND WS-ANOMES-HEADER NOT = WS-ANOMES-PEDIDO
               MOVE ZEROS TO WS-ARQUIVO-INTEGRO
               DISPLAY "CABECALHO DE OUTRO MES: "
               AT LINE WS-COUNT-LINE COLUMN 10 FOREGROUND-COLOR 6
               DISPLAY WS-ANOMES-HEADER
               AT LINE WS-COUNT-LINE COLUMN 35 FOREGROUND-COLOR 6
               ADD 1 TO WS-COUNT-LINE
           END-IF.

           IF WS-TOTAL-REGS NOT = WS-QTD-REGS-CONTADOS
               MOVE ZEROS TO WS-ARQUIVO-INTEGRO
               DISPLAY "ARQUIVO TRUNCADO: RODAPE INDICA "
               AT LINE WS-COUNT-LINE COLUMN 10 FOREGROUND-COLOR 6
               DISPLAY WS-TOTAL-REGS
               AT LINE WS-COUNT-LINE COLUMN 43 FOREGROUND-COLOR 6
               DISPLAY " LIDOS "
               AT LINE WS-COUNT-LINE COLUMN 54 FOREGROUND-COLOR 6
               DISPLAY WS-QTD-REGS-CONTADOS
               AT LINE WS-COUNT-LINE COLUMN 61 FOREGROUND-COLOR 6
               ADD 1 TO WS-COUNT-LINE
           END-IF.

           STRING "ARQ=" DELIMITED BY SIZE
                  WS-ARQ-COTAHIST DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.

           IF FLAG-ARQUIVO-INTEGRO
               MOVE "VERIFICACAO OK" TO WS-AUD-RESULTADO
           ELSE
               MOVE "VERIFICACAO FALHOU" TO WS-AUD-RESULTADO
           END-IF.

           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       CONTAR-REGISTRO-COTA.

           READ COTAHIST.

           IF NOT FLAG-COTAHIST-EOF
               ADD 1 TO WS-QTD-REGS-CONTADOS

               IF WS-QTD-REGS-CONTADOS = 1
                   MOVE REG-COTA TO WS-COTA-CABECALHO
               ELSE
                   MOVE REG-COTA TO WS-COTA-RODAPE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-COTA.

           READ COTAHIST.

           IF NOT FLAG-COTAHIST-EOF
               MOVE REG-COTA TO WS-COTA-LINHA

               IF WS-TIPREG-LINE = 01
                   PERFORM LOCALIZAR-PREGAO

                   IF NOT FLAG-PREGAO-NA-TABELA
                       PERFORM INCLUIR-PREGAO
                   END-IF

                   IF FLAG-PREGAO-NA-TABELA
                   AND FLAG-PG-NOVO(WS-POS-PREGAO)
                       PERFORM GRAVAR-COTACAO-HIST
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-PREGAO.

           MOVE ZEROS TO WS-POS-PREGAO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PREGOES
           OR FLAG-PREGAO-NA-TABELA

               IF TB-PG-DATA(WS-IDX) = WS-DTPREGAO-LINE
                   MOVE WS-IDX TO WS-POS-PREGAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    PRIMEIRO REGISTRO DE UM PREGAO NESTE ARQUIVO: CONSULTA O
      *    CONTROLE PARA SABER SE O DIA JA FOI CARREGADO ANTES.
      *--------------------------------------------------------------*
       INCLUIR-PREGAO.

           IF WS-TOTAL-PREGOES < CONST-LIMITE-PREGOES
               ADD 1 TO WS-TOTAL-PREGOES
               MOVE WS-TOTAL-PREGOES TO WS-POS-PREGAO

               MOVE WS-DTPREGAO-LINE TO TB-PG-DATA(WS-POS-PREGAO)
               MOVE ZEROS            TO TB-PG-QTD(WS-POS-PREGAO)

               MOVE WS-DTPREGAO-LINE TO PC-DATA

               READ PREGAO-CARGA

               IF FLAG-PREGAO-CARGA-SUCESSO
                   MOVE "J" TO TB-PG-SITUACAO(WS-POS-PREGAO)
                   ADD 1 TO WS-QTD-PREGOES-PULADOS
               ELSE
                   MOVE "N" TO TB-PG-SITUACAO(WS-POS-PREGAO)
                   ADD 1 TO WS-QTD-PREGOES-NOVOS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    UMA CARGA INTERROMPIDA DEIXA O PREGAO FORA DO CONTROLE;
      *    NA REPETICAO, OS PAPEIS JA GRAVADOS VOLTAM COMO CHAVE
      *    DUPLICADA E SAO MANTIDOS COMO ESTAO.
      *--------------------------------------------------------------*
       GRAVAR-COTACAO-HIST.

           MOVE SPACES TO REG-COTACAO-HIST.

           MOVE WS-CODNEG-LINE   TO CH-PAPEL.
           MOVE WS-DTPREGAO-LINE TO CH-DATA.
           MOVE WS-CODBDI-LINE   TO CH-CODBDI.
           MOVE WS-TPMERC-LINE   TO CH-TPMERC.
           MOVE WS-NOMRES-LINE   TO CH-NOMRES.
           MOVE WS-ESPECI-LINE   TO CH-ESPECI.
           MOVE WS-PREABE-LINE   TO CH-PREABE.
           MOVE WS-PREMAX-LINE   TO CH-PREMAX.
           MOVE WS-PREMIN-LINE   TO CH-PREMIN.
           MOVE WS-PREMED-LINE   TO CH-PREMED.
           MOVE WS-PREULT-LINE   TO CH-PREULT.
           MOVE WS-TOTNEG-LINE   TO CH-TOTNEG.
           MOVE WS-QUATOT-LINE   TO CH-QUATOT.
           MOVE WS-VOLTOT-LINE   TO CH-VOLTOT.

           IF FLAG-CARGA-DIARIA
               MOVE "D" TO CH-ORIGEM
           ELSE
               MOVE "M" TO CH-ORIGEM
           END-IF.

           WRITE REG-COTACAO-HIST.

           IF FLAG-COTACAO-HIST-SUCESSO
               ADD 1 TO WS-QTD-GRAVADOS
               ADD 1 TO TB-PG-QTD(WS-POS-PREGAO)
           ELSE
               ADD 1 TO WS-QTD-DUPLICADOS
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-PREGOES-NOVOS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PREGOES

               IF FLAG-PG-NOVO(WS-IDX)
                   MOVE SPACES              TO REG-PREGAO-CARGA
                   MOVE TB-PG-DATA(WS-IDX)  TO PC-DATA
                   MOVE TB-PG-QTD(WS-IDX)   TO PC-QTD-PAPEIS
                   MOVE WS-NOME-COTAHIST    TO PC-ORIGEM
                   MOVE WS-DATA-HOJE        TO PC-DATA-CARGA

                   WRITE REG-PREGAO-CARGA
               END-IF
           END-PERFORM.

           STRING "ARQ=" DELIMITED BY SIZE
                  WS-NOME-COTAHIST DELIMITED BY SPACE
                  " PREGOES=" DELIMITED BY SIZE
                  WS-TOTAL-PREGOES DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "HISTORICO DE COTACOES CARREGADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       MOSTRAR-RESUMO.

           DISPLAY "ARQUIVOS CARREGADOS.....: " AT 0610.
           DISPLAY WS-QTD-ARQUIVOS               AT 0637.
           DISPLAY "ARQUIVOS AUSENTES.......: " AT 0710.
           DISPLAY WS-QTD-AUSENTES               AT 0737.
           DISPLAY "ARQUIVOS RECUSADOS......: " AT 0810.
           DISPLAY WS-QTD-RECUSADOS              AT 0837.
           DISPLAY "PREGOES NOVOS...........: " AT 0910.
           DISPLAY WS-QTD-PREGOES-NOVOS          AT 0937.
           DISPLAY "PREGOES JA CARREGADOS...: " AT 1010.
           DISPLAY WS-QTD-PREGOES-PULADOS        AT 1037.
           DISPLAY "COTACOES GRAVADAS.......: " AT 1110.
           DISPLAY WS-QTD-GRAVADOS               AT 1137.
           DISPLAY "COTACOES JA EXISTENTES..: " AT 1210.
           DISPLAY WS-QTD-DUPLICADOS             AT 1237.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_18"==.
      *--------------------------------------------------------------*
