       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP06_14.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    DESEMPENHO MENSAL DA CARTEIRA CONTRA UM BENCHMARK: VALORIZA
      *    A CARTEIRA NO FECHAMENTO DE CADA MES DO ANO PELO HISTORICO
      *    DE COTACOES (MESMA LEITURA DE TP06_07), TRATA OS
      *    NEGOCIOS DE trades.dat (TP06_08) E OS PROVENTOS PAGOS DE
      *    proventos.dat (TP06_10) COMO FLUXOS DE CAIXA E CALCULA O
      *    RETORNO PONDERADO NO TEMPO DE CADA MES E O ACUMULADO NO
      *    ANO, LADO A LADO COM O RETORNO DE UMA CESTA DE PAPEIS COM
      *    PESOS (benchmark_carteira.txt) COTADA NO MESMO HISTORICO.
      *    O RESULTADO VAI PARA desempenho_carteira.txt.
      *
      *    A POSICAO NO FIM DE CADA MES E A DE carteira.dat DESFEITA
      *    DOS NEGOCIOS LANCADOS DEPOIS DAQUELE FIM DE MES. O RETORNO
      *    DO MES E O DE DIETZ MODIFICADO:
      *        (VALOR FINAL - VALOR INICIAL - FLUXO)
      *        / (VALOR INICIAL + FLUXO PONDERADO PELOS DIAS RESTANTES)
      *    COM COMPRA COMO APORTE E VENDA E PROVENTO COMO RETIRADA; O
      *    ACUMULADO NO ANO ENCADEIA OS MESES, (1+R1) x (1+R2) ... - 1.
      *    A CESTA E REBALANCEADA TODO MES AOS PESOS INFORMADOS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTEIRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT TRADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRADES.

           SELECT PROVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROVENTOS.

           SELECT BENCHMARK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-BENCHMARK.

           COPY COTACAO-HIST-SELECT.

           COPY PREGAO-CARGA-SELECT.

           SELECT DESEMPENHO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESEMPENHO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CARTEIRA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CARTEIRA.

       01  REG-CARTEIRA.
           05 CA-CODNEG             PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CA-QUANTIDADE         PIC 9(9)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CA-CUSTO-MEDIO        PIC 9(9)V9(2)         VALUE ZEROS.

       FD  TRADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-TRADE.

       01  REG-TRADE.
           05 TR-PAPEL              PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-TRADE-COMPRA                       VALUE "C".
               88 FLAG-TRADE-VENDA                        VALUE "V".
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-QUANTIDADE         PIC 9(9)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-PRECO              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-TAXAS              PIC 9(5)V9(2)         VALUE ZEROS.

       FD  PROVENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PROVENTO.

       01  REG-PROVENTO.
           05 PV-PAPEL              PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-TIPO               PIC X                 VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-DATA-EX            PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-DATA-PGTO          PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-VALOR-COTA         PIC 9(5)V9(4)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-QUANTIDADE         PIC 9(9)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-VALOR-TOTAL        PIC 9(9)V9(2)         VALUE ZEROS.

      *    CESTA DO BENCHMARK: PAPEL E PESO EM PERCENTUAL. A ULTIMA
      *    LINHA DE UM PAPEL VALE; PESO ZERO TIRA O PAPEL DA CESTA.
      *    OS PESOS SAO NORMALIZADOS PELA SOMA NA APURACAO.
       FD  BENCHMARK
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-BENCHMARK.

       01  REG-BENCHMARK.
           05 BM-PAPEL              PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 BM-PESO               PIC 9(3)V9(2)         VALUE ZEROS.

       COPY COTACAO-HIST-FD.

       COPY PREGAO-CARGA-FD.

       FD  DESEMPENHO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DESEMPENHO.

       01  REG-DESEMPENHO.
           05 DS-LINHA              PIC X(100)            VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-BENCHMARK-ENTRADA.
           05 WS-ENT-PAPEL          PIC X(12)             VALUE SPACES.
           05 WS-ENT-PESO           PIC 9(3)V9(2)         VALUE ZEROS.
      *---- PERIODO DA APURACAO --------------------------------------*
       01 WS-PERIODO.
           05 WS-ANO-APURACAO       PIC 9(4)              VALUE ZEROS.
           05 WS-MES-FINAL          PIC 9(2)              VALUE ZEROS.
               88 FLAG-MES-VALIDO   VALUE 1 THRU 12.
       01 WS-DATA-TRADE-REC.
           05 WS-TRD-ANO            PIC 9(4)              VALUE ZEROS.
           05 WS-TRD-MES            PIC 9(2)              VALUE ZEROS.
           05 WS-TRD-DIA            PIC 9(2)              VALUE ZEROS.
       01 WS-DATA-TRADE-NUM REDEFINES WS-DATA-TRADE-REC
                                    PIC 9(8).
       01 WS-LIMITES-ANO.
           05 WS-INICIO-ANO         PIC 9(8)              VALUE ZEROS.
           05 WS-FIM-PERIODO        PIC 9(8)              VALUE ZEROS.
      *    DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO).
       01 WS-DIAS-MES-VALORES       PIC X(24)             VALUE
           "312831303130313130313031".
       01 WS-DIAS-MES-TABELA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES           PIC 9(2)  OCCURS 12 TIMES.
       77 WS-RESTO-4                PIC 9(4)              VALUE ZEROS.
       77 WS-RESTO-100              PIC 9(4)              VALUE ZEROS.
       77 WS-RESTO-400              PIC 9(4)              VALUE ZEROS.
       77 WS-QUOCIENTE              PIC 9(4)              VALUE ZEROS.
      *---- PAPEIS DA CARTEIRA, DOS NEGOCIOS E DA CESTA --------------*
      *    FECHAMENTO E QUANTIDADE POR FIM DE MES: OCORRENCIA 1 E O
      *    FIM DO ANO ANTERIOR, 2 A 13 OS FINS DE JANEIRO A DEZEMBRO.
       77 CONST-LIMITE-PAPEIS       PIC 9(2)              VALUE 70.
       77 WS-TOTAL-PAPEIS           PIC 9(2)              VALUE ZEROS.
       77 WS-POS-PAPEL              PIC 9(2)              VALUE ZEROS.
           88 FLAG-PAPEL-NA-TABELA  VALUE 1 THRU 70.
       77 WS-IDX                    PIC 9(2)              VALUE ZEROS.
       77 WS-BUSCA-PAPEL            PIC X(12)             VALUE SPACES.
       01 TB-PAPEIS.
           02 PAPEL-ITEM OCCURS 70 TIMES.
               10 TB-PP-CODNEG      PIC X(12)             VALUE SPACES.
               10 TB-PP-PESO        PIC 9(3)V9(2)         VALUE ZEROS.
               10 TB-PP-QTD-ATUAL   PIC S9(9)             VALUE ZEROS.
               10 TB-PP-NET-DEPOIS  PIC S9(9)             VALUE ZEROS.
               10 TB-PP-NET-MES     PIC S9(9)  OCCURS 12 TIMES.
               10 TB-PP-QTD-FIM     PIC S9(9)  OCCURS 13 TIMES.
               10 TB-PP-FECHAMENTO  PIC 9(11)V9(2) OCCURS 13 TIMES.
               10 TB-PP-DATA-FECH   PIC 9(8)       OCCURS 13 TIMES.
      *---- FLUXOS DE CAIXA POR MES ----------------------------------*
       01 TB-FLUXOS.
           02 FLUXO-ITEM OCCURS 12 TIMES.
               10 TB-FX-FLUXO       PIC S9(13)V9(2)       VALUE ZEROS.
               10 TB-FX-PONDERADO   PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-VALOR-FLUXO            PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-QTD-NEGOCIO            PIC S9(9)             VALUE ZEROS.
       77 WS-MES-FLUXO              PIC 9(2)              VALUE ZEROS.
       77 WS-DIA-FLUXO              PIC 9(2)              VALUE ZEROS.
      *---- FECHAMENTOS ----------------------------------------------*
       01 WS-ANO-MES-COTAHIST.
           05 WS-MES-COTAHIST       PIC 9(2)              VALUE ZEROS.
           05 WS-ANO-COTAHIST       PIC 9(4)              VALUE ZEROS.
       77 WS-IDX-MES                PIC 9(2)              VALUE ZEROS.
       77 WS-OCOR                   PIC 9(2)              VALUE ZEROS.
       77 WS-OCOR-ANT               PIC 9(2)              VALUE ZEROS.
       77 WS-ULTIMO-MES             PIC 9(2)              VALUE ZEROS.
       77 WS-COTAHIST-FALTANTE      PIC X                 VALUE "N".
           88 FLAG-COTAHIST-FALTANTE                      VALUE "S".
      *---- RETORNOS -------------------------------------------------*
       77 WS-VALOR-INICIAL          PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-VALOR-FINAL            PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-BASE-DIETZ             PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-RETORNO-MES            PIC S9(3)V9(6)        VALUE ZEROS.
       77 WS-FATOR-ANO              PIC S9(3)V9(6)        VALUE 1.
       77 WS-RETORNO-ANO            PIC S9(3)V9(6)        VALUE ZEROS.
       77 WS-BM-SOMA-PESOS          PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-BM-SOMA-RETORNOS       PIC S9(7)V9(6)        VALUE ZEROS.
       77 WS-BM-RETORNO-MES         PIC S9(3)V9(6)        VALUE ZEROS.
       77 WS-BM-FATOR-ANO           PIC S9(3)V9(6)        VALUE 1.
       77 WS-BM-RETORNO-ANO         PIC S9(3)V9(6)        VALUE ZEROS.
       77 WS-PERCENTUAL             PIC S9(5)V9(2)        VALUE ZEROS.
       77 WS-QTD-PAPEIS-CESTA       PIC 9(2)              VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 DS-TITULO.
           05 FILLER PIC X(38) VALUE
              "DESEMPENHO DA CARTEIRA X BENCHMARK - ".
           05 DS-TIT-ANO PIC 9(4).
       01 DS-CABECALHO.
           05 FILLER PIC X(08) VALUE "Mes".
           05 FILLER PIC X(16) VALUE "  Valor inicial".
           05 FILLER PIC X(16) VALUE "    Fluxo liq.".
           05 FILLER PIC X(16) VALUE "    Valor final".
           05 FILLER PIC X(08) VALUE "  Cart%".
           05 FILLER PIC X(08) VALUE "  Ano%".
           05 FILLER PIC X(08) VALUE "  Bench%".
           05 FILLER PIC X(08) VALUE "  Ano%".
           05 FILLER PIC X(08) VALUE "  Dif%".
       01 DS-LINHA-MES.
           05 DS-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 DS-ANO PIC 9(4).
           05 FILLER PIC X VALUE SPACES.
           05 DS-VALOR-INICIAL PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-FLUXO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-VALOR-FINAL PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-RETORNO-MES PIC -ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-RETORNO-ANO PIC -ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-BM-MES PIC -ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-BM-ANO PIC -ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 DS-DIFERENCA PIC -ZZ9,99.
       01 DS-LINHA-TEXTO.
           05 DS-TEXTO PIC X(80) VALUE SPACES.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
       77 WS-ARQ-CARTEIRA           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-CARTEIRA        PIC X(02)             VALUE SPACES.
           88 FLAG-CARTEIRA-SUCESSO          VALUE "00".
           88 FLAG-CARTEIRA-EOF              VALUE "10".
       77 WS-ARQ-TRADES             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-TRADES          PIC X(02)             VALUE SPACES.
           88 FLAG-TRADES-SUCESSO            VALUE "00".
           88 FLAG-TRADES-EOF                VALUE "10".
       77 WS-ARQ-PROVENTOS          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PROVENTOS       PIC X(02)             VALUE SPACES.
           88 FLAG-PROVENTOS-SUCESSO         VALUE "00".
           88 FLAG-PROVENTOS-EOF             VALUE "10".
       77 WS-ARQ-BENCHMARK          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-BENCHMARK       PIC X(02)             VALUE SPACES.
           88 FLAG-BENCHMARK-SUCESSO         VALUE "00".
           88 FLAG-BENCHMARK-EOF             VALUE "10".
           88 FLAG-BENCHMARK-NAO-CRIADO      VALUE "35".
           COPY COTACAO-HIST-STATUS.
           COPY PREGAO-CARGA-STATUS.
       77 WS-ARQ-DESEMPENHO         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-DESEMPENHO      PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-OPCOES.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.14 - Desempenho da carteira".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir papel na cesta do benchmark".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar cesta do benchmark".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - apurar desempenho do ano".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-BENCHMARK.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.14 - Desempenho da carteira".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo de negociacao: ".
           10 SC-ENT-PAPEL          LINE + 0  COLUMN  56
           USING WS-ENT-PAPEL.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Peso na cesta (%, zero tira): ".
           10 SC-ENT-PESO           LINE + 0  COLUMN  60
           PIC ZZ9,99 USING WS-ENT-PESO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PERIODO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.14 - Desempenho da carteira".

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano da apuracao (AAAA): ".
           10 SC-ANO-APURACAO       LINE + 0  COLUMN  54
           USING WS-ANO-APURACAO.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ate o mes (01-12): ".
           10 SC-MES-FINAL          LINE + 0  COLUMN  54
           USING WS-MES-FINAL.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-OPCOES.

           STOP RUN.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CARTEIRA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="carteira.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CARTEIRA==
                ==:DDVAR:==  BY =="DD_CARTEIRA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRADES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="trades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TRADES==
                ==:DDVAR:==  BY =="DD_TRADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROVENTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="proventos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROVENTOS==
                ==:DDVAR:==  BY =="DD_PROVENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-BENCHMARK.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="benchmark_carteira.txt"==
                ==:DESTINO:== BY ==WS-ARQ-BENCHMARK==
                ==:DDVAR:==  BY =="DD_BENCHMARK"==.
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
       OBTER-CAMINHO-DESEMPENHO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="desempenho_carteira.txt"==
                ==:DESTINO:== BY ==WS-ARQ-DESEMPENHO==
                ==:DDVAR:==  BY =="DD_DESEMPENHO-CARTEIRA"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-PAPEL-CESTA
               WHEN 2
                   PERFORM LISTAR-CESTA
               WHEN 3
                   PERFORM APURAR-DESEMPENHO
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       INCLUIR-PAPEL-CESTA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PAPEL.
           MOVE ZEROS  TO WS-ENT-PESO.

           DISPLAY SC-BENCHMARK.
           ACCEPT SC-ENT-PAPEL.
           ACCEPT SC-ENT-PESO.

           IF WS-ENT-PAPEL = SPACES
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM OBTER-CAMINHO-BENCHMARK

               MOVE SPACES TO WS-STATUS-BENCHMARK

               OPEN EXTEND BENCHMARK

               IF NOT FLAG-BENCHMARK-SUCESSO
                   IF FLAG-BENCHMARK-NAO-CRIADO
                       OPEN OUTPUT BENCHMARK
                   END-IF
               END-IF

               MOVE SPACES       TO REG-BENCHMARK
               MOVE WS-ENT-PAPEL TO BM-PAPEL
               MOVE WS-ENT-PESO  TO BM-PESO

               WRITE REG-BENCHMARK

               CLOSE BENCHMARK

               STRING "PAPEL=" DELIMITED BY SIZE
                      WS-ENT-PAPEL DELIMITED BY SPACE
                      " PESO=" DELIMITED BY SIZE
                      WS-ENT-PESO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "CESTA DO BENCHMARK ALTERADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Cesta do benchmark atualizada"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-CESTA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-TOTAL-PAPEIS.
           PERFORM CARREGAR-CESTA.

           MOVE 5 TO WS-COUNT-LINE.

           IF WS-TOTAL-PAPEIS = ZEROS
               DISPLAY "CESTA DO BENCHMARK VAZIA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-CESTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAPEIS
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-CESTA.

           IF TB-PP-PESO(WS-IDX) > ZEROS
               DISPLAY TB-PP-CODNEG(WS-IDX)
                   AT LINE WS-COUNT-LINE COLUMN 10
               DISPLAY TB-PP-PESO(WS-IDX)
                   AT LINE WS-COUNT-LINE COLUMN 24
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
      *    CARREGA A CESTA NA TABELA DE PAPEIS: A ULTIMA LINHA DE
      *    CADA PAPEL DA O PESO.
      *--------------------------------------------------------------*
       CARREGAR-CESTA.

           MOVE SPACES TO WS-STATUS-BENCHMARK.

           PERFORM OBTER-CAMINHO-BENCHMARK.

           OPEN INPUT BENCHMARK.

           IF FLAG-BENCHMARK-SUCESSO
               PERFORM CARREGAR-LINHA-CESTA WITH TEST BEFORE
               UNTIL FLAG-BENCHMARK-EOF
               CLOSE BENCHMARK
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CESTA.

           READ BENCHMARK.

           IF NOT FLAG-BENCHMARK-EOF
           AND BM-PAPEL NOT = SPACES
               MOVE BM-PAPEL TO WS-BUSCA-PAPEL
               PERFORM LOCALIZAR-PAPEL

               IF FLAG-PAPEL-NA-TABELA
                   IF BM-PESO IS NUMERIC
                       MOVE BM-PESO TO TB-PP-PESO(WS-POS-PAPEL)
                   ELSE
                       MOVE ZEROS   TO TB-PP-PESO(WS-POS-PAPEL)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    LOCALIZA WS-BUSCA-PAPEL NA TABELA E O INCLUI SE AINDA NAO
      *    ESTIVER LA; TABELA CHEIA DEIXA WS-POS-PAPEL ZERADO.
      *--------------------------------------------------------------*
       LOCALIZAR-PAPEL.

           MOVE ZEROS TO WS-POS-PAPEL.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PAPEIS

               IF TB-PP-CODNEG(WS-IDX) = WS-BUSCA-PAPEL
                   MOVE WS-IDX TO WS-POS-PAPEL
               END-IF
           END-PERFORM.

           IF NOT FLAG-PAPEL-NA-TABELA
           AND WS-TOTAL-PAPEIS < CONST-LIMITE-PAPEIS
               ADD 1 TO WS-TOTAL-PAPEIS
               MOVE WS-TOTAL-PAPEIS TO WS-POS-PAPEL
               INITIALIZE PAPEL-ITEM(WS-POS-PAPEL)
               MOVE WS-BUSCA-PAPEL TO TB-PP-CODNEG(WS-POS-PAPEL)
           END-IF.
      *--------------------------------------------------------------*
       APURAR-DESEMPENHO.
           DISPLAY SC-LIMPA-TELA.

           PERFORM ENTRADA-PERIODO.

           MOVE ZEROS TO WS-TOTAL-PAPEIS.
           INITIALIZE TB-FLUXOS.

           PERFORM CARREGAR-CESTA.
           PERFORM CARREGAR-CARTEIRA.
           PERFORM CARREGAR-TRADES.
           PERFORM CARREGAR-PROVENTOS.
           PERFORM CALCULAR-QUANTIDADES-FIM.
           PERFORM BUSCAR-FECHAMENTOS-MESES.

           IF FLAG-COTAHIST-FALTANTE
           AND WS-ULTIMO-MES = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "SEM COTACOES DO FIM DO ANO ANTERIOR OU DE "
                   "JANEIRO - APURACAO CANCELADA"
                   FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GRAVAR-DESEMPENHO
           END-IF.
      *--------------------------------------------------------------*
       ENTRADA-PERIODO.
           DISPLAY SC-PERIODO.
           ACCEPT SC-ANO-APURACAO.
           ACCEPT SC-MES-FINAL.

           IF NOT FLAG-MES-VALIDO
           OR WS-ANO-APURACAO = ZEROS
               DISPLAY "Mes/ano invalidos - informe novamente"
               AT 1728 FOREGROUND-COLOR 6
               GO TO ENTRADA-PERIODO
           END-IF.

           COMPUTE WS-INICIO-ANO  = WS-ANO-APURACAO * 10000 + 0101.
           COMPUTE WS-FIM-PERIODO =
               WS-ANO-APURACAO * 10000 + WS-MES-FINAL * 100 + 31.

           MOVE 28 TO WS-DIAS-MES(2).

           DIVIDE WS-ANO-APURACAO BY 4   GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-4.
           DIVIDE WS-ANO-APURACAO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-100.
           DIVIDE WS-ANO-APURACAO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-400.

           IF WS-RESTO-4 = ZEROS
           AND (WS-RESTO-100 NOT = ZEROS OR WS-RESTO-400 = ZEROS)
               MOVE 29 TO WS-DIAS-MES(2)
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-CARTEIRA.

           MOVE SPACES TO WS-STATUS-CARTEIRA.

           PERFORM OBTER-CAMINHO-CARTEIRA.

           OPEN INPUT CARTEIRA.

           IF FLAG-CARTEIRA-SUCESSO
               PERFORM CARREGAR-LINHA-CARTEIRA WITH TEST BEFORE
               UNTIL FLAG-CARTEIRA-EOF
               CLOSE CARTEIRA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CARTEIRA.

           READ CARTEIRA.

           IF NOT FLAG-CARTEIRA-EOF
           AND CA-CODNEG NOT = SPACES
               MOVE CA-CODNEG TO WS-BUSCA-PAPEL
               PERFORM LOCALIZAR-PAPEL

               IF FLAG-PAPEL-NA-TABELA
                   ADD CA-QUANTIDADE TO TB-PP-QTD-ATUAL(WS-POS-PAPEL)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    NEGOCIOS ANTERIORES AO ANO JA ESTAO NA POSICAO DO FIM DO
      *    ANO ANTERIOR; OS DO PERIODO VIRAM FLUXO DO MES E OS
      *    POSTERIORES AO PERIODO SO DESFAZEM A POSICAO ATUAL.
      *--------------------------------------------------------------*
       CARREGAR-TRADES.

           MOVE SPACES TO WS-STATUS-TRADES.

           PERFORM OBTER-CAMINHO-TRADES.

           OPEN INPUT TRADES.

           IF FLAG-TRADES-SUCESSO
               PERFORM CARREGAR-LINHA-TRADE WITH TEST BEFORE
               UNTIL FLAG-TRADES-EOF
               CLOSE TRADES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TRADE.

           READ TRADES.

           IF NOT FLAG-TRADES-EOF
           AND TR-DATA >= WS-INICIO-ANO
           AND (FLAG-TRADE-COMPRA OR FLAG-TRADE-VENDA)
               MOVE TR-PAPEL TO WS-BUSCA-PAPEL
               PERFORM LOCALIZAR-PAPEL

               IF FLAG-TRADE-COMPRA
                   MOVE TR-QUANTIDADE TO WS-QTD-NEGOCIO
                   COMPUTE WS-VALOR-FLUXO =
                       TR-QUANTIDADE * TR-PRECO + TR-TAXAS
               ELSE
                   COMPUTE WS-QTD-NEGOCIO = ZEROS - TR-QUANTIDADE
                   COMPUTE WS-VALOR-FLUXO =
                       TR-TAXAS - TR-QUANTIDADE * TR-PRECO
               END-IF

               IF FLAG-PAPEL-NA-TABELA
                   IF TR-DATA > WS-FIM-PERIODO
                       ADD WS-QTD-NEGOCIO
                           TO TB-PP-NET-DEPOIS(WS-POS-PAPEL)
                   ELSE
                       MOVE TR-DATA TO WS-DATA-TRADE-NUM
                       ADD WS-QTD-NEGOCIO
                           TO TB-PP-NET-MES(WS-POS-PAPEL WS-TRD-MES)
                   END-IF
               END-IF

               IF TR-DATA <= WS-FIM-PERIODO
                   MOVE TR-DATA TO WS-DATA-TRADE-NUM
                   PERFORM SOMAR-FLUXO-MES
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O PROVENTO PAGO E DINHEIRO QUE SAI DA CARTEIRA PARA O
      *    INVESTIDOR: ENTRA COMO RETIRADA NA DATA DE PAGAMENTO.
      *--------------------------------------------------------------*
       CARREGAR-PROVENTOS.

           MOVE SPACES TO WS-STATUS-PROVENTOS.

           PERFORM OBTER-CAMINHO-PROVENTOS.

           OPEN INPUT PROVENTOS.

           IF FLAG-PROVENTOS-SUCESSO
               PERFORM CARREGAR-LINHA-PROVENTO WITH TEST BEFORE
               UNTIL FLAG-PROVENTOS-EOF
               CLOSE PROVENTOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PROVENTO.

           READ PROVENTOS.

           IF NOT FLAG-PROVENTOS-EOF
           AND PV-DATA-PGTO >= WS-INICIO-ANO
           AND PV-DATA-PGTO <= WS-FIM-PERIODO
               COMPUTE WS-VALOR-FLUXO = ZEROS - PV-VALOR-TOTAL
               MOVE PV-DATA-PGTO TO WS-DATA-TRADE-NUM
               PERFORM SOMAR-FLUXO-MES
           END-IF.
      *--------------------------------------------------------------*
      *    FLUXO PONDERADO DE DIETZ: O PESO E A FRACAO DO MES QUE
      *    AINDA FALTA DEPOIS DO DIA DO FLUXO.
      *--------------------------------------------------------------*
       SOMAR-FLUXO-MES.

           MOVE WS-TRD-MES TO WS-MES-FLUXO.
           MOVE WS-TRD-DIA TO WS-DIA-FLUXO.

           IF WS-DIA-FLUXO > WS-DIAS-MES(WS-MES-FLUXO)
               MOVE WS-DIAS-MES(WS-MES-FLUXO) TO WS-DIA-FLUXO
           END-IF.

           ADD WS-VALOR-FLUXO TO TB-FX-FLUXO(WS-MES-FLUXO).

           COMPUTE TB-FX-PONDERADO(WS-MES-FLUXO) ROUNDED =
               TB-FX-PONDERADO(WS-MES-FLUXO)
               + WS-VALOR-FLUXO
                 * (WS-DIAS-MES(WS-MES-FLUXO) - WS-DIA-FLUXO)
                 / WS-DIAS-MES(WS-MES-FLUXO).
      *--------------------------------------------------------------*
      *    DE TRAS PARA A FRENTE: A POSICAO NO FIM DO PERIODO E A
      *    ATUAL MENOS OS NEGOCIOS POSTERIORES, E A DE CADA FIM DE MES
      *    ANTERIOR E A DO MES SEGUINTE MENOS OS NEGOCIOS DELE.
      *--------------------------------------------------------------*
       CALCULAR-QUANTIDADES-FIM.

           PERFORM CALCULAR-QUANTIDADES-PAPEL
           VARYING WS-POS-PAPEL FROM 1 BY 1
           UNTIL WS-POS-PAPEL > WS-TOTAL-PAPEIS.
      *--------------------------------------------------------------*
       CALCULAR-QUANTIDADES-PAPEL.

           COMPUTE WS-OCOR = WS-MES-FINAL + 1.

           COMPUTE TB-PP-QTD-FIM(WS-POS-PAPEL WS-OCOR) =
               TB-PP-QTD-ATUAL(WS-POS-PAPEL)
               - TB-PP-NET-DEPOIS(WS-POS-PAPEL).

           PERFORM VARYING WS-IDX-MES FROM WS-MES-FINAL BY -1
           UNTIL WS-IDX-MES < 1
               COMPUTE TB-PP-QTD-FIM(WS-POS-PAPEL WS-IDX-MES) =
                   TB-PP-QTD-FIM(WS-POS-PAPEL WS-IDX-MES + 1)
                   - TB-PP-NET-MES(WS-POS-PAPEL WS-IDX-MES)
           END-PERFORM.
      *--------------------------------------------------------------*
      *    UM FECHAMENTO POR FIM DE MES, DO DEZEMBRO ANTERIOR AO
      *    ULTIMO MES PEDIDO; O PRIMEIRO MES SEM NENHUM PREGAO
      *    CARREGADO NO HISTORICO (cotacao_pregoes.dat) ENCERRA O
      *    PERIODO APURADO NO MES ANTERIOR A ELE.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTOS-MESES.

           MOVE "N" TO WS-COTAHIST-FALTANTE.
           MOVE ZEROS TO WS-ULTIMO-MES.

           PERFORM OBTER-CAMINHO-COTACAO-HIST.
           PERFORM OBTER-CAMINHO-PREGAO-CARGA.

           MOVE SPACES TO WS-STATUS-COTACAO-HIST WS-STATUS-PREGAO-CARGA.

           OPEN INPUT COTACAO-HIST.
           OPEN INPUT PREGAO-CARGA.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
           OR NOT FLAG-PREGAO-CARGA-SUCESSO
               MOVE "S" TO WS-COTAHIST-FALTANTE
               DISPLAY "HISTORICO DE COTACOES NAO ENCONTRADO - "
               FOREGROUND-COLOR 6 AT 2128
               DISPLAY "CARREGUE OS COTAHIST COM TP06_18"
               FOREGROUND-COLOR 6 AT 2228
           ELSE
               PERFORM BUSCAR-FECHAMENTOS-MES
               VARYING WS-OCOR FROM 1 BY 1
               UNTIL WS-OCOR > WS-MES-FINAL + 1
                  OR FLAG-COTAHIST-FALTANTE
           END-IF.

           CLOSE COTACAO-HIST.
           CLOSE PREGAO-CARGA.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTOS-MES.

           IF WS-OCOR = 1
               MOVE 12 TO WS-MES-COTAHIST
               COMPUTE WS-ANO-COTAHIST = WS-ANO-APURACAO - 1
           ELSE
               COMPUTE WS-MES-COTAHIST = WS-OCOR - 1
               MOVE WS-ANO-APURACAO TO WS-ANO-COTAHIST
           END-IF.

           COMPUTE WS-CH-DATA-PISO =
               WS-ANO-COTAHIST * 10000 + WS-MES-COTAHIST * 100 + 1.
           COMPUTE WS-CH-DATA-TETO = WS-CH-DATA-PISO + 30.

      *    MES CARREGADO = AO MENOS UM PREGAO DELE NO CONTROLE.
           MOVE WS-CH-DATA-PISO TO PC-DATA.

           START PREGAO-CARGA KEY IS NOT LESS THAN PC-DATA.

           IF FLAG-PREGAO-CARGA-SUCESSO
               READ PREGAO-CARGA NEXT RECORD
           END-IF.

           IF NOT FLAG-PREGAO-CARGA-SUCESSO
           OR PC-DATA > WS-CH-DATA-TETO
               MOVE "S" TO WS-COTAHIST-FALTANTE
               DISPLAY "MES SEM COTACOES NO HISTORICO: "
               FOREGROUND-COLOR 6 AT 2128
               DISPLAY WS-ANO-MES-COTAHIST
               FOREGROUND-COLOR 6 AT 2160
           ELSE
               PERFORM BUSCAR-FECHAMENTO-PAPEL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAPEIS

               PERFORM REPETIR-FECHAMENTO-ANTERIOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAPEIS

               COMPUTE WS-ULTIMO-MES = WS-OCOR - 1
           END-IF.
      *--------------------------------------------------------------*
      *    GUARDA, PARA CADA PAPEL, O FECHAMENTO DO PREGAO MAIS
      *    RECENTE DO MES NO HISTORICO.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTO-PAPEL.

           MOVE TB-PP-CODNEG(WS-IDX) TO WS-CH-PAPEL-BUSCA.

           COPY BUSCAR-FECHAMENTO-HIST.

           MOVE WS-CH-DATA-FECHAMENTO
               TO TB-PP-DATA-FECH(WS-IDX WS-OCOR).
           MOVE WS-CH-FECHAMENTO
               TO TB-PP-FECHAMENTO(WS-IDX WS-OCOR).
      *--------------------------------------------------------------*
      *    PAPEL SEM PREGAO NO MES FICA COM O FECHAMENTO DO MES
      *    ANTERIOR.
      *--------------------------------------------------------------*
       REPETIR-FECHAMENTO-ANTERIOR.

           IF TB-PP-DATA-FECH(WS-IDX WS-OCOR) = ZEROS
           AND WS-OCOR > 1
               COMPUTE WS-OCOR-ANT = WS-OCOR - 1
               MOVE TB-PP-FECHAMENTO(WS-IDX WS-OCOR-ANT)
                   TO TB-PP-FECHAMENTO(WS-IDX WS-OCOR)
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-DESEMPENHO.
           PERFORM OBTER-CAMINHO-DESEMPENHO.

           OPEN OUTPUT DESEMPENHO.

           MOVE WS-ANO-APURACAO TO DS-TIT-ANO.
           WRITE REG-DESEMPENHO FROM DS-TITULO.
           WRITE REG-DESEMPENHO FROM DS-CABECALHO.

           MOVE 1     TO WS-FATOR-ANO WS-BM-FATOR-ANO.
           MOVE ZEROS TO WS-QTD-PAPEIS-CESTA.

           PERFORM CONTAR-PAPEL-CESTA
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PAPEIS.

           PERFORM CALCULAR-MES-DESEMPENHO
           VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES > WS-ULTIMO-MES.

           IF WS-QTD-PAPEIS-CESTA = ZEROS
               MOVE "CESTA DO BENCHMARK VAZIA - COLUNAS BENCH ZERADAS"
                   TO DS-TEXTO
               WRITE REG-DESEMPENHO FROM DS-LINHA-TEXTO
           END-IF.

           IF WS-ULTIMO-MES < WS-MES-FINAL
               MOVE "PERIODO ENCERRADO NO ULTIMO MES COM COTACOES"
                   TO DS-TEXTO
               WRITE REG-DESEMPENHO FROM DS-LINHA-TEXTO
           END-IF.

           CLOSE DESEMPENHO.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "DESEMPENHO GRAVADO EM " AT 0528.
           DISPLAY WS-ARQ-DESEMPENHO AT 0551.

           STRING "ANO=" DELIMITED BY SIZE
                  WS-ANO-APURACAO DELIMITED BY SIZE
                  " ATE MES=" DELIMITED BY SIZE
                  WS-ULTIMO-MES DELIMITED BY SIZE
                  " PAPEIS=" DELIMITED BY SIZE
                  WS-TOTAL-PAPEIS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "DESEMPENHO DA CARTEIRA APURADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-DESEMPENHO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       CONTAR-PAPEL-CESTA.

           IF TB-PP-PESO(WS-IDX) > ZEROS
               ADD 1 TO WS-QTD-PAPEIS-CESTA
           END-IF.
      *--------------------------------------------------------------*
      *    MES WS-IDX-MES: VALOR INICIAL NA OCORRENCIA WS-IDX-MES
      *    (FIM DO MES ANTERIOR) E FINAL NA WS-IDX-MES + 1.
      *--------------------------------------------------------------*
       CALCULAR-MES-DESEMPENHO.

           MOVE WS-IDX-MES TO WS-OCOR-ANT.
           COMPUTE WS-OCOR = WS-IDX-MES + 1.

           MOVE ZEROS TO WS-VALOR-INICIAL WS-VALOR-FINAL
                         WS-BM-SOMA-PESOS WS-BM-SOMA-RETORNOS.

           PERFORM VALORIZAR-PAPEL-MES
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PAPEIS.

           COMPUTE WS-BASE-DIETZ =
               WS-VALOR-INICIAL + TB-FX-PONDERADO(WS-IDX-MES).

           IF WS-BASE-DIETZ > ZEROS
               COMPUTE WS-RETORNO-MES ROUNDED =
                   (WS-VALOR-FINAL - WS-VALOR-INICIAL
                    - TB-FX-FLUXO(WS-IDX-MES)) / WS-BASE-DIETZ
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-RETORNO-MES
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-RETORNO-MES
           END-IF.

           IF WS-BM-SOMA-PESOS > ZEROS
               COMPUTE WS-BM-RETORNO-MES ROUNDED =
                   WS-BM-SOMA-RETORNOS / WS-BM-SOMA-PESOS
           ELSE
               MOVE ZEROS TO WS-BM-RETORNO-MES
           END-IF.

           COMPUTE WS-FATOR-ANO ROUNDED =
               WS-FATOR-ANO * (1 + WS-RETORNO-MES).
           COMPUTE WS-RETORNO-ANO = WS-FATOR-ANO - 1.

           COMPUTE WS-BM-FATOR-ANO ROUNDED =
               WS-BM-FATOR-ANO * (1 + WS-BM-RETORNO-MES).
           COMPUTE WS-BM-RETORNO-ANO = WS-BM-FATOR-ANO - 1.

           MOVE WS-IDX-MES               TO DS-MES.
           MOVE WS-ANO-APURACAO          TO DS-ANO.
           MOVE WS-VALOR-INICIAL         TO DS-VALOR-INICIAL.
           MOVE TB-FX-FLUXO(WS-IDX-MES)  TO DS-FLUXO.
           MOVE WS-VALOR-FINAL           TO DS-VALOR-FINAL.

           COMPUTE WS-PERCENTUAL ROUNDED = WS-RETORNO-MES * 100.
           MOVE WS-PERCENTUAL            TO DS-RETORNO-MES.
           COMPUTE WS-PERCENTUAL ROUNDED = WS-RETORNO-ANO * 100.
           MOVE WS-PERCENTUAL            TO DS-RETORNO-ANO.
           COMPUTE WS-PERCENTUAL ROUNDED = WS-BM-RETORNO-MES * 100.
           MOVE WS-PERCENTUAL            TO DS-BM-MES.
           COMPUTE WS-PERCENTUAL ROUNDED = WS-BM-RETORNO-ANO * 100.
           MOVE WS-PERCENTUAL            TO DS-BM-ANO.
           COMPUTE WS-PERCENTUAL ROUNDED =
               (WS-RETORNO-ANO - WS-BM-RETORNO-ANO) * 100.
           MOVE WS-PERCENTUAL            TO DS-DIFERENCA.

           WRITE REG-DESEMPENHO FROM DS-LINHA-MES.
      *--------------------------------------------------------------*
      *    POSICAO NEGATIVA (NEGOCIO SEM A COMPRA CORRESPONDENTE NO
      *    LEDGER) NAO E VALORIZADA.
      *--------------------------------------------------------------*
       VALORIZAR-PAPEL-MES.

           IF TB-PP-QTD-FIM(WS-IDX WS-OCOR-ANT) > ZEROS
               COMPUTE WS-VALOR-INICIAL = WS-VALOR-INICIAL
                   + TB-PP-QTD-FIM(WS-IDX WS-OCOR-ANT)
                   * TB-PP-FECHAMENTO(WS-IDX WS-OCOR-ANT)
           END-IF.

           IF TB-PP-QTD-FIM(WS-IDX WS-OCOR) > ZEROS
               COMPUTE WS-VALOR-FINAL = WS-VALOR-FINAL
                   + TB-PP-QTD-FIM(WS-IDX WS-OCOR)
                   * TB-PP-FECHAMENTO(WS-IDX WS-OCOR)
           END-IF.

           IF TB-PP-PESO(WS-IDX) > ZEROS
           AND TB-PP-FECHAMENTO(WS-IDX WS-OCOR-ANT) > ZEROS
           AND TB-PP-FECHAMENTO(WS-IDX WS-OCOR) > ZEROS
               ADD TB-PP-PESO(WS-IDX) TO WS-BM-SOMA-PESOS
               COMPUTE WS-BM-SOMA-RETORNOS ROUNDED =
                   WS-BM-SOMA-RETORNOS + TB-PP-PESO(WS-IDX)
                   * (TB-PP-FECHAMENTO(WS-IDX WS-OCOR)
                      / TB-PP-FECHAMENTO(WS-IDX WS-OCOR-ANT) - 1)
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_14"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_14"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
