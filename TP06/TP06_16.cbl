       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP06_16.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PROPOSTA DE REBALANCEAMENTO DA CARTEIRA: MANTEM A ALOCACAO
      *    ALVO POR PAPEL E POR CLASSE DE ATIVO (alocacao_alvo.txt),
      *    VALORIZA carteira.dat PELO ULTIMO FECHAMENTO DO MES NO
      *    HISTORICO DE COTACOES (MESMA BUSCA DE TP06_07), COMPARA OS
      *    PESOS ATUAIS COM OS ALVOS E, DADO UM VALOR A APORTAR OU A
      *    RESGATAR, PROPOE AS
      *    ORDENS DE COMPRA E VENDA EM LOTES PADRAO QUE TRAZEM A
      *    CARTEIRA DE VOLTA PARA DENTRO DA TOLERANCIA. CADA VENDA
      *    PROPOSTA SAI COM O GANHO E O IR ESTIMADOS PELAS REGRAS DE
      *    TP06_09 (ISENCAO PELO TOTAL VENDIDO NO MES, COMPENSACAO DO
      *    PREJUIZO ACUMULADO, ALIQUOTA DE 15%). A PROPOSTA VAI PARA
      *    rebalanceamento.txt; NENHUMA ORDEM E LANCADA NO LEDGER.
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

           SELECT ALOCACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALOCACAO.

           SELECT TRADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRADES.

           SELECT PREJUIZO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PREJUIZO.

           COPY COTACAO-HIST-SELECT.

           SELECT REBALANCEAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-REBALANCEAMENTO.

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

      *    ALOCACAO ALVO: LINHA "P" (PAPEL, CLASSE, PESO NA CARTEIRA
      *    E LOTE PADRAO) OU "C" (CLASSE E PESO DA CLASSE). A ULTIMA
      *    LINHA DE CADA CODIGO VALE; PESO ZERO TIRA O ALVO.
       FD  ALOCACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALOCACAO.

       01  REG-ALOCACAO.
           05 AA-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-ALVO-PAPEL                         VALUE "P".
               88 FLAG-ALVO-CLASSE                        VALUE "C".
           05 FILLER                PIC X                 VALUE SPACES.
           05 AA-CODIGO             PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AA-CLASSE             PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AA-PESO               PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 AA-LOTE               PIC 9(5)              VALUE ZEROS.

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

       FD  PREJUIZO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PREJUIZO.

       01  REG-PREJUIZO.
           05 PJ-ANO-MES            PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PJ-VALOR              PIC 9(9)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PJ-IRRF-SALDO         PIC 9(7)V9(2)         VALUE ZEROS.

       COPY COTACAO-HIST-FD.

       FD  REBALANCEAMENTO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REBALANCEAMENTO.

       01  REG-REBALANCEAMENTO.
           05 RB-LINHA              PIC X(110)            VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-ALVO-ENTRADA.
           05 WS-ENT-TIPO           PIC X                 VALUE SPACES.
               88 FLAG-ENT-TIPO-VALIDO         VALUE "P" "C".
           05 WS-ENT-CODIGO         PIC X(12)             VALUE SPACES.
           05 WS-ENT-CLASSE         PIC X(12)             VALUE SPACES.
           05 WS-ENT-PESO           PIC 9(3)V9(2)         VALUE ZEROS.
           05 WS-ENT-LOTE           PIC 9(5)              VALUE ZEROS.
      *---- PARAMETROS DA PROPOSTA -----------------------------------*
       01 WS-PARAMETROS.
           05 WS-MES-COTAHIST       PIC 9(2)              VALUE ZEROS.
               88 FLAG-MES-VALIDO   VALUE 1 THRU 12.
           05 WS-ANO-COTAHIST       PIC 9(4)              VALUE ZEROS.
           05 WS-TIPO-MOVIMENTO     PIC X                 VALUE SPACES.
               88 FLAG-MOV-APORTE                         VALUE "A".
               88 FLAG-MOV-RESGATE                        VALUE "R".
               88 FLAG-MOV-VALIDO                   VALUE "A" "R".
           05 WS-VALOR-MOVIMENTO    PIC 9(9)V9(2)         VALUE ZEROS.
           05 WS-TOLERANCIA         PIC 9(2)V9(2)         VALUE ZEROS.
       77 CONST-TOLERANCIA-PADRAO   PIC 9(2)V9(2)         VALUE 5,00.
       77 CONST-LOTE-PADRAO         PIC 9(5)              VALUE 100.
      *---- ATIVOS: CARTEIRA E ALVOS ---------------------------------*
       77 CONST-LIMITE-ATIVOS       PIC 9(2)              VALUE 70.
       77 WS-TOTAL-ATIVOS           PIC 9(2)              VALUE ZEROS.
       77 WS-POS-ATIVO              PIC 9(2)              VALUE ZEROS.
           88 FLAG-ATIVO-NA-TABELA  VALUE 1 THRU 70.
       77 WS-IDX                    PIC 9(2)              VALUE ZEROS.
       77 WS-BUSCA-CODIGO           PIC X(12)             VALUE SPACES.
       01 TB-ATIVOS.
           02 ATIVO-ITEM OCCURS 70 TIMES.
               10 AT-CODNEG         PIC X(12)             VALUE SPACES.
               10 AT-CLASSE         PIC X(12)             VALUE SPACES.
               10 AT-PESO-ALVO      PIC 9(3)V9(2)         VALUE ZEROS.
               10 AT-LOTE           PIC 9(5)              VALUE ZEROS.
               10 AT-QUANTIDADE     PIC 9(9)              VALUE ZEROS.
               10 AT-CUSTO-MEDIO    PIC 9(9)V9(2)         VALUE ZEROS.
               10 AT-FECHAMENTO     PIC 9(11)V9(2)        VALUE ZEROS.
               10 AT-DATA-FECH      PIC 9(8)              VALUE ZEROS.
               10 AT-VALOR-ATUAL    PIC 9(13)V9(2)        VALUE ZEROS.
               10 AT-DIFERENCA      PIC S9(13)V9(2)       VALUE ZEROS.
               10 AT-ORDEM          PIC X                 VALUE SPACES.
                   88 FLAG-ORDEM-COMPRA                   VALUE "C".
                   88 FLAG-ORDEM-VENDA                    VALUE "V".
               10 AT-QTD-ORDEM      PIC 9(9)              VALUE ZEROS.
               10 AT-VALOR-ORDEM    PIC 9(13)V9(2)        VALUE ZEROS.
      *---- CLASSES DE ATIVO -----------------------------------------*
       77 CONST-LIMITE-CLASSES      PIC 9(2)              VALUE 20.
       77 WS-TOTAL-CLASSES          PIC 9(2)              VALUE ZEROS.
       77 WS-POS-CLASSE             PIC 9(2)              VALUE ZEROS.
           88 FLAG-CLASSE-NA-TABELA VALUE 1 THRU 20.
       77 WS-IDX-CLASSE             PIC 9(2)              VALUE ZEROS.
       01 TB-CLASSES.
           02 CLASSE-ITEM OCCURS 20 TIMES.
               10 CL-CLASSE         PIC X(12)             VALUE SPACES.
               10 CL-PESO-ALVO      PIC 9(3)V9(2)         VALUE ZEROS.
               10 CL-SOMA-PAPEIS    PIC 9(5)V9(2)         VALUE ZEROS.
               10 CL-VALOR-ATUAL    PIC 9(13)V9(2)        VALUE ZEROS.
               10 CL-VALOR-APOS     PIC S9(13)V9(2)       VALUE ZEROS.
       77 CONST-SEM-CLASSE          PIC X(12)       VALUE "SEM ALVO".
      *---- CALCULO DA PROPOSTA --------------------------------------*
       77 WS-VALOR-CARTEIRA         PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-VALOR-NOVO             PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-VALOR-ALVO             PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-VALOR-APOS             PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-DESVIO                 PIC S9(5)V9(4)        VALUE ZEROS.
       77 WS-PESO-CALC              PIC S9(5)V9(4)        VALUE ZEROS.
       77 WS-CAIXA-DISPONIVEL       PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-SOMA-COMPRAS           PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-FATOR-COMPRAS          PIC 9V9(6)            VALUE ZEROS.
       77 WS-VALOR-LOTE             PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-QTD-LOTES              PIC 9(9)              VALUE ZEROS.
       77 WS-TOTAL-COMPRAS          PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-TOTAL-VENDAS           PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-SALDO-CAIXA            PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-QTD-SEM-COTACAO        PIC 9(2)              VALUE ZEROS.
       77 WS-SOMA-PESOS-PAPEIS      PIC 9(5)V9(2)         VALUE ZEROS.
      *---- ESTIMATIVA DE IR (REGRAS DE TP06_09) ---------------------*
       77 CONST-ISENCAO-VENDAS      PIC 9(5)V9(2)   VALUE 20000,00.
       77 CONST-ALIQUOTA-IR         PIC 9V9(2)      VALUE 0,15.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       01 WS-DATA-TRADE-REC.
           05 WS-TRD-ANOMES         PIC 9(6)              VALUE ZEROS.
           05 WS-TRD-DIA            PIC 9(2)              VALUE ZEROS.
       01 WS-DATA-HOJE-REC.
           05 WS-HOJE-ANOMES        PIC 9(6)              VALUE ZEROS.
           05 WS-HOJE-DIA           PIC 9(2)              VALUE ZEROS.
       77 WS-VENDAS-JA-NO-MES       PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-VENDAS-MES-TOTAL       PIC 9(13)V9(2)        VALUE ZEROS.
       77 WS-PREJUIZO-ANTERIOR      PIC 9(9)V9(2)         VALUE ZEROS.
       77 WS-GANHO-VENDA            PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-GANHO-TOTAL            PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-IR-VENDA               PIC 9(11)V9(2)        VALUE ZEROS.
       77 WS-BASE-IR                PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-IR-TOTAL               PIC 9(11)V9(2)        VALUE ZEROS.
       77 WS-MES-ISENTO             PIC 9                 VALUE ZEROS.
           88 FLAG-MES-ISENTO                             VALUE 1.
      *---- LINHAS DA PROPOSTA ---------------------------------------*
       01 RB-TITULO.
           05 FILLER PIC X(42) VALUE
              "PROPOSTA DE REBALANCEAMENTO - COTACOES ".
           05 RB-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RB-TIT-ANO PIC 9(4).
       01 RB-LINHA-VALOR.
           05 RB-DESCRICAO PIC X(36) VALUE SPACES.
           05 RB-VALOR PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 RB-CABECALHO.
           05 FILLER PIC X(13) VALUE "Papel".
           05 FILLER PIC X(13) VALUE "Classe".
           05 FILLER PIC X(8)  VALUE " Alvo%".
           05 FILLER PIC X(8)  VALUE " Atual%".
           05 FILLER PIC X(3)  VALUE "Op".
           05 FILLER PIC X(12) VALUE "  Quantidade".
           05 FILLER PIC X(12) VALUE "       Preco".
           05 FILLER PIC X(17) VALUE "      Valor ordem".
           05 FILLER PIC X(8)  VALUE "  Apos%".
       01 RB-DETALHE.
           05 RB-DET-CODNEG PIC X(12).
           05 FILLER PIC X VALUE SPACES.
           05 RB-DET-CLASSE PIC X(12).
           05 FILLER PIC X VALUE SPACES.
           05 RB-DET-ALVO PIC ZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-DET-ATUAL PIC ZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-DET-ORDEM PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-DET-QTD PIC ZZZ.ZZZ.ZZ9.
           05 FILLER PIC X VALUE SPACES.
           05 RB-DET-PRECO PIC ZZZZZZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 RB-DET-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 RB-DET-APOS PIC -ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 RB-DET-AVISO PIC X(12).
       01 RB-DETALHE-VENDA.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "VENDA - GANHO EST. ".
           05 RB-VND-GANHO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(10) VALUE "  IR EST. ".
           05 RB-VND-IR PIC ZZZ.ZZZ.ZZ9,99.
       01 RB-CABECALHO-CLASSE.
           05 FILLER PIC X(13) VALUE "Classe".
           05 FILLER PIC X(8)  VALUE " Alvo%".
           05 FILLER PIC X(8)  VALUE " Atual%".
           05 FILLER PIC X(8)  VALUE "  Apos%".
           05 FILLER PIC X(10) VALUE " Papeis%".
           05 FILLER PIC X(12) VALUE "Situacao".
       01 RB-DETALHE-CLASSE.
           05 RB-CLS-CLASSE PIC X(12).
           05 FILLER PIC X VALUE SPACES.
           05 RB-CLS-ALVO PIC ZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-CLS-ATUAL PIC ZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-CLS-APOS PIC -ZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-CLS-PAPEIS PIC ZZ9,99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RB-CLS-SITUACAO PIC X(30).
       01 RB-LINHA-TEXTO.
           05 RB-TEXTO PIC X(90) VALUE SPACES.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
       77 WS-ARQ-CARTEIRA           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-CARTEIRA        PIC X(02)             VALUE SPACES.
           88 FLAG-CARTEIRA-SUCESSO          VALUE "00".
           88 FLAG-CARTEIRA-EOF              VALUE "10".
       77 WS-ARQ-ALOCACAO           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ALOCACAO        PIC X(02)             VALUE SPACES.
           88 FLAG-ALOCACAO-SUCESSO          VALUE "00".
           88 FLAG-ALOCACAO-EOF              VALUE "10".
           88 FLAG-ALOCACAO-NAO-CRIADO       VALUE "35".
       77 WS-ARQ-TRADES             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-TRADES          PIC X(02)             VALUE SPACES.
           88 FLAG-TRADES-SUCESSO            VALUE "00".
           88 FLAG-TRADES-EOF                VALUE "10".
       77 WS-ARQ-PREJUIZO           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PREJUIZO        PIC X(02)             VALUE SPACES.
           88 FLAG-PREJUIZO-SUCESSO          VALUE "00".
           88 FLAG-PREJUIZO-EOF              VALUE "10".
           COPY COTACAO-HIST-STATUS.
       77 WS-ARQ-REBALANCEAMENTO    PIC X(60)             VALUE SPACES.
       77 WS-STATUS-REBALANCEAMENTO PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-OPCOES.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.16 - Rebalanceamento da carteira".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir alvo (papel ou classe)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar alocacao alvo".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - propor rebalanceamento".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-ALVO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.16 - Rebalanceamento da carteira".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Tipo (P papel / C classe): ".
           10 SC-ENT-TIPO           LINE + 0  COLUMN  60
           USING WS-ENT-TIPO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Papel ou classe: ".
           10 SC-ENT-CODIGO         LINE + 0  COLUMN  60
           USING WS-ENT-CODIGO.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Classe do papel: ".
           10 SC-ENT-CLASSE         LINE + 0  COLUMN  60
           USING WS-ENT-CLASSE.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Peso alvo (%, zero tira): ".
           10 SC-ENT-PESO           LINE + 0  COLUMN  60
           PIC ZZ9,99 USING WS-ENT-PESO.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Lote padrao do papel: ".
           10 SC-ENT-LOTE           LINE + 0  COLUMN  60
           PIC ZZZZ9 USING WS-ENT-LOTE.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PARAMETROS.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.16 - Rebalanceamento da carteira".

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mes da cotacao (01-12): ".
           10 SC-MES-COTAHIST       LINE + 0  COLUMN  62
           USING WS-MES-COTAHIST.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano da cotacao: ".
           10 SC-ANO-COTAHIST       LINE + 0  COLUMN  62
           USING WS-ANO-COTAHIST.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "A aportar / R resgatar: ".
           10 SC-TIPO-MOVIMENTO     LINE + 0  COLUMN  62
           USING WS-TIPO-MOVIMENTO.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Valor (zero so rebalanceia): ".
           10 SC-VALOR-MOVIMENTO    LINE + 0  COLUMN  62
           PIC ZZZZZZZZ9,99 USING WS-VALOR-MOVIMENTO.

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Tolerancia (pontos %, zero 5): ".
           10 SC-TOLERANCIA         LINE + 0  COLUMN  62
           PIC Z9,99 USING WS-TOLERANCIA.
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
       OBTER-CAMINHO-ALOCACAO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="alocacao_alvo.txt"==
                ==:DESTINO:== BY ==WS-ARQ-ALOCACAO==
                ==:DDVAR:==  BY =="DD_ALOCACAO-ALVO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRADES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="trades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TRADES==
                ==:DDVAR:==  BY =="DD_TRADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PREJUIZO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="prejuizo_acumulado.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PREJUIZO==
                ==:DDVAR:==  BY =="DD_PREJUIZO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COTACAO-HIST.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="cotacao_historico.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COTACAO-HIST==
                ==:DDVAR:==  BY =="DD_COTACAO-HIST"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-REBALANCEAMENTO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rebalanceamento.txt"==
                ==:DESTINO:== BY ==WS-ARQ-REBALANCEAMENTO==
                ==:DDVAR:==  BY =="DD_REBALANCEAMENTO"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-ALVO
               WHEN 2
                   PERFORM LISTAR-ALVOS
               WHEN 3
                   PERFORM PROPOR-REBALANCEAMENTO
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       INCLUIR-ALVO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-TIPO WS-ENT-CODIGO WS-ENT-CLASSE.
           MOVE ZEROS  TO WS-ENT-PESO WS-ENT-LOTE.

           DISPLAY SC-ALVO.
           ACCEPT SC-ENT-TIPO.
           ACCEPT SC-ENT-CODIGO.
           ACCEPT SC-ENT-CLASSE.
           ACCEPT SC-ENT-PESO.
           ACCEPT SC-ENT-LOTE.

           IF NOT FLAG-ENT-TIPO-VALIDO
           OR WS-ENT-CODIGO = SPACES
           OR WS-ENT-PESO > 100
           OR (WS-ENT-TIPO = "P" AND WS-ENT-CLASSE = SPACES)
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM OBTER-CAMINHO-ALOCACAO

               MOVE SPACES TO WS-STATUS-ALOCACAO

               OPEN EXTEND ALOCACAO

               IF NOT FLAG-ALOCACAO-SUCESSO
                   IF FLAG-ALOCACAO-NAO-CRIADO
                       OPEN OUTPUT ALOCACAO
                   END-IF
               END-IF

               MOVE SPACES        TO REG-ALOCACAO
               MOVE WS-ENT-TIPO   TO AA-TIPO
               MOVE WS-ENT-CODIGO TO AA-CODIGO
               MOVE WS-ENT-PESO   TO AA-PESO

               IF WS-ENT-TIPO = "P"
                   MOVE WS-ENT-CLASSE TO AA-CLASSE
                   MOVE WS-ENT-LOTE   TO AA-LOTE
               ELSE
                   MOVE ZEROS         TO AA-LOTE
               END-IF

               WRITE REG-ALOCACAO

               CLOSE ALOCACAO

               STRING "TIPO=" DELIMITED BY SIZE
                      WS-ENT-TIPO DELIMITED BY SIZE
                      " CODIGO=" DELIMITED BY SIZE
                      WS-ENT-CODIGO DELIMITED BY SPACE
                      " PESO=" DELIMITED BY SIZE
                      WS-ENT-PESO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "ALOCACAO ALVO ALTERADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Alocacao alvo atualizada"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-ALVOS.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-TOTAL-ATIVOS WS-TOTAL-CLASSES.
           PERFORM CARREGAR-ALOCACAO.

           MOVE 5 TO WS-COUNT-LINE.

           PERFORM LISTAR-LINHA-CLASSE
           VARYING WS-IDX-CLASSE FROM 1 BY 1
           UNTIL WS-IDX-CLASSE > WS-TOTAL-CLASSES.

           PERFORM LISTAR-LINHA-ATIVO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ATIVOS.

           IF WS-COUNT-LINE = 5
               DISPLAY "NENHUMA ALOCACAO ALVO CADASTRADA"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-CLASSE.

           IF CL-PESO-ALVO(WS-IDX-CLASSE) > ZEROS
               DISPLAY "CLASSE"
                   AT LINE WS-COUNT-LINE COLUMN 10
               DISPLAY CL-CLASSE(WS-IDX-CLASSE)
                   AT LINE WS-COUNT-LINE COLUMN 24
               DISPLAY CL-PESO-ALVO(WS-IDX-CLASSE)
                   AT LINE WS-COUNT-LINE COLUMN 50
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-LINHA-ATIVO.

           IF AT-PESO-ALVO(WS-IDX) > ZEROS
               DISPLAY AT-CODNEG(WS-IDX)
                   AT LINE WS-COUNT-LINE COLUMN 10
               DISPLAY AT-CLASSE(WS-IDX)
                   AT LINE WS-COUNT-LINE COLUMN 24
               DISPLAY AT-PESO-ALVO(WS-IDX)
                   AT LINE WS-COUNT-LINE COLUMN 50
               DISPLAY AT-LOTE(WS-IDX)
                   AT LINE WS-COUNT-LINE COLUMN 60
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-ALOCACAO.

           MOVE SPACES TO WS-STATUS-ALOCACAO.

           PERFORM OBTER-CAMINHO-ALOCACAO.

           OPEN INPUT ALOCACAO.

           IF FLAG-ALOCACAO-SUCESSO
               PERFORM CARREGAR-LINHA-ALOCACAO WITH TEST BEFORE
               UNTIL FLAG-ALOCACAO-EOF
               CLOSE ALOCACAO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ALOCACAO.

           READ ALOCACAO.

           IF NOT FLAG-ALOCACAO-EOF
           AND AA-CODIGO NOT = SPACES
           AND AA-PESO IS NUMERIC
               EVALUATE TRUE
                   WHEN FLAG-ALVO-PAPEL
                       MOVE AA-CODIGO TO WS-BUSCA-CODIGO
                       PERFORM LOCALIZAR-ATIVO

                       IF FLAG-ATIVO-NA-TABELA
                           MOVE AA-CLASSE TO AT-CLASSE(WS-POS-ATIVO)
                           MOVE AA-PESO
                               TO AT-PESO-ALVO(WS-POS-ATIVO)
                           IF AA-LOTE IS NUMERIC
                               MOVE AA-LOTE TO AT-LOTE(WS-POS-ATIVO)
                           END-IF
                       END-IF
                   WHEN FLAG-ALVO-CLASSE
                       MOVE AA-CODIGO TO WS-BUSCA-CODIGO
                       PERFORM LOCALIZAR-CLASSE

                       IF FLAG-CLASSE-NA-TABELA
                           MOVE AA-PESO
                               TO CL-PESO-ALVO(WS-POS-CLASSE)
                       END-IF
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
      *    LOCALIZA WS-BUSCA-CODIGO NA TABELA DE ATIVOS E O INCLUI SE
      *    AINDA NAO ESTIVER LA; TABELA CHEIA DEIXA WS-POS-ATIVO ZERO.
      *--------------------------------------------------------------*
       LOCALIZAR-ATIVO.

           MOVE ZEROS TO WS-POS-ATIVO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ATIVOS

               IF AT-CODNEG(WS-IDX) = WS-BUSCA-CODIGO
                   MOVE WS-IDX TO WS-POS-ATIVO
               END-IF
           END-PERFORM.

           IF NOT FLAG-ATIVO-NA-TABELA
           AND WS-TOTAL-ATIVOS < CONST-LIMITE-ATIVOS
               ADD 1 TO WS-TOTAL-ATIVOS
               MOVE WS-TOTAL-ATIVOS TO WS-POS-ATIVO
               INITIALIZE ATIVO-ITEM(WS-POS-ATIVO)
               MOVE WS-BUSCA-CODIGO TO AT-CODNEG(WS-POS-ATIVO)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-CLASSE.

           MOVE ZEROS TO WS-POS-CLASSE.

           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
           UNTIL WS-IDX-CLASSE > WS-TOTAL-CLASSES

               IF CL-CLASSE(WS-IDX-CLASSE) = WS-BUSCA-CODIGO
                   MOVE WS-IDX-CLASSE TO WS-POS-CLASSE
               END-IF
           END-PERFORM.

           IF NOT FLAG-CLASSE-NA-TABELA
           AND WS-TOTAL-CLASSES < CONST-LIMITE-CLASSES
               ADD 1 TO WS-TOTAL-CLASSES
               MOVE WS-TOTAL-CLASSES TO WS-POS-CLASSE
               INITIALIZE CLASSE-ITEM(WS-POS-CLASSE)
               MOVE WS-BUSCA-CODIGO TO CL-CLASSE(WS-POS-CLASSE)
           END-IF.
      *--------------------------------------------------------------*
       PROPOR-REBALANCEAMENTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-TOTAL-ATIVOS WS-TOTAL-CLASSES.

           PERFORM CARREGAR-ALOCACAO.
           PERFORM CARREGAR-CARTEIRA.

           IF WS-TOTAL-ATIVOS = ZEROS
               DISPLAY "Carteira e alocacao alvo vazias"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM ENTRADA-PARAMETROS
               PERFORM BUSCAR-FECHAMENTOS

               IF FLAG-COTACAO-HIST-SUCESSO
                   PERFORM CALCULAR-PROPOSTA

                   IF WS-VALOR-NOVO > ZEROS
                       PERFORM ESTIMAR-IR-VENDAS
                       PERFORM GRAVAR-PROPOSTA
                   ELSE
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Resgate maior que a carteira - "
                           "proposta cancelada"
                       FOREGROUND-COLOR 6 AT 2028
                   END-IF
               END-IF
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
               MOVE CA-CODNEG TO WS-BUSCA-CODIGO
               PERFORM LOCALIZAR-ATIVO

               IF FLAG-ATIVO-NA-TABELA
                   ADD CA-QUANTIDADE TO AT-QUANTIDADE(WS-POS-ATIVO)
                   MOVE CA-CUSTO-MEDIO
                       TO AT-CUSTO-MEDIO(WS-POS-ATIVO)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-MES-COTAHIST.
           ACCEPT SC-ANO-COTAHIST.
           ACCEPT SC-TIPO-MOVIMENTO.
           ACCEPT SC-VALOR-MOVIMENTO.
           ACCEPT SC-TOLERANCIA.

           IF NOT FLAG-MES-VALIDO
           OR WS-ANO-COTAHIST = ZEROS
           OR (WS-VALOR-MOVIMENTO > ZEROS AND NOT FLAG-MOV-VALIDO)
               DISPLAY "Parametros invalidos - informe novamente"
               AT 1828 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.

           IF WS-TOLERANCIA = ZEROS
               MOVE CONST-TOLERANCIA-PADRAO TO WS-TOLERANCIA
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTOS.
           PERFORM OBTER-CAMINHO-COTACAO-HIST.

           MOVE SPACES TO WS-STATUS-COTACAO-HIST.

           OPEN INPUT COTACAO-HIST.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "HISTORICO DE COTACOES NAO ENCONTRADO - "
               FOREGROUND-COLOR 6 AT 2028
               DISPLAY "CARREGUE OS COTAHIST COM TP06_18"
               FOREGROUND-COLOR 6 AT 2128
           ELSE
               PERFORM BUSCAR-FECHAMENTO-ATIVO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-ATIVOS

               CLOSE COTACAO-HIST
           END-IF.
      *--------------------------------------------------------------*
      *    GUARDA, PARA CADA ATIVO, O FECHAMENTO DO PREGAO MAIS
      *    RECENTE DO MES NO HISTORICO.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTO-ATIVO.

           MOVE AT-CODNEG(WS-IDX) TO WS-CH-PAPEL-BUSCA.
           COMPUTE WS-CH-DATA-PISO =
               WS-ANO-COTAHIST * 10000 + WS-MES-COTAHIST * 100 + 1.
           COMPUTE WS-CH-DATA-TETO = WS-CH-DATA-PISO + 30.

           COPY BUSCAR-FECHAMENTO-HIST.

           MOVE WS-CH-DATA-FECHAMENTO TO AT-DATA-FECH(WS-IDX).
           MOVE WS-CH-FECHAMENTO      TO AT-FECHAMENTO(WS-IDX).
      *--------------------------------------------------------------*
      *    A PROPOSTA MIRA O VALOR ALVO DE CADA PAPEL SOBRE A
      *    CARTEIRA JA COM O APORTE OU RESGATE. VENDE PRIMEIRO O QUE
      *    ESTA ACIMA DA TOLERANCIA (OU TUDO O QUE ESTA ACIMA DO ALVO,
      *    NO RESGATE) E COMPRA COM O CAIXA QUE SOBRAR, REDUZINDO AS
      *    COMPRAS NA PROPORCAO QUANDO O CAIXA NAO COBRE TODAS.
      *--------------------------------------------------------------*
       CALCULAR-PROPOSTA.

           MOVE ZEROS TO WS-VALOR-CARTEIRA WS-QTD-SEM-COTACAO
                         WS-TOTAL-COMPRAS WS-TOTAL-VENDAS
                         WS-SOMA-COMPRAS WS-SOMA-PESOS-PAPEIS.

           PERFORM VALORIZAR-ATIVO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ATIVOS.

           IF FLAG-MOV-RESGATE
               COMPUTE WS-VALOR-NOVO =
                   WS-VALOR-CARTEIRA - WS-VALOR-MOVIMENTO
               COMPUTE WS-CAIXA-DISPONIVEL = ZEROS - WS-VALOR-MOVIMENTO
           ELSE
               COMPUTE WS-VALOR-NOVO =
                   WS-VALOR-CARTEIRA + WS-VALOR-MOVIMENTO
               MOVE WS-VALOR-MOVIMENTO TO WS-CAIXA-DISPONIVEL
           END-IF.

           IF WS-VALOR-NOVO > ZEROS
               PERFORM PROPOR-VENDA-ATIVO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-ATIVOS

               IF WS-SOMA-COMPRAS > WS-CAIXA-DISPONIVEL
               AND WS-SOMA-COMPRAS > ZEROS
                   IF WS-CAIXA-DISPONIVEL > ZEROS
                       COMPUTE WS-FATOR-COMPRAS =
                           WS-CAIXA-DISPONIVEL / WS-SOMA-COMPRAS
                   ELSE
                       MOVE ZEROS TO WS-FATOR-COMPRAS
                   END-IF
               ELSE
                   MOVE 1 TO WS-FATOR-COMPRAS
               END-IF

               PERFORM PROPOR-COMPRA-ATIVO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-ATIVOS

               COMPUTE WS-SALDO-CAIXA = WS-CAIXA-DISPONIVEL
                                      - WS-TOTAL-COMPRAS
           END-IF.
      *--------------------------------------------------------------*
       VALORIZAR-ATIVO.

           IF AT-CLASSE(WS-IDX) = SPACES
               MOVE CONST-SEM-CLASSE TO AT-CLASSE(WS-IDX)
           END-IF.

           IF AT-LOTE(WS-IDX) = ZEROS
               MOVE CONST-LOTE-PADRAO TO AT-LOTE(WS-IDX)
           END-IF.

           IF AT-DATA-FECH(WS-IDX) = ZEROS
               ADD 1 TO WS-QTD-SEM-COTACAO
           END-IF.

           COMPUTE AT-VALOR-ATUAL(WS-IDX) =
               AT-QUANTIDADE(WS-IDX) * AT-FECHAMENTO(WS-IDX).

           ADD AT-VALOR-ATUAL(WS-IDX) TO WS-VALOR-CARTEIRA.
           ADD AT-PESO-ALVO(WS-IDX)   TO WS-SOMA-PESOS-PAPEIS.

           MOVE SPACES TO AT-ORDEM(WS-IDX).
           MOVE ZEROS  TO AT-QTD-ORDEM(WS-IDX) AT-VALOR-ORDEM(WS-IDX).
      *--------------------------------------------------------------*
      *    DIFERENCA PARA O ALVO E DESVIO EM PONTOS PERCENTUAIS SOBRE
      *    A CARTEIRA NOVA; PAPEL SEM COTACAO NAO RECEBE ORDEM.
      *--------------------------------------------------------------*
       PROPOR-VENDA-ATIVO.

           COMPUTE WS-VALOR-ALVO ROUNDED =
               WS-VALOR-NOVO * AT-PESO-ALVO(WS-IDX) / 100.

           COMPUTE AT-DIFERENCA(WS-IDX) =
               WS-VALOR-ALVO - AT-VALOR-ATUAL(WS-IDX).

           COMPUTE WS-DESVIO ROUNDED =
               AT-VALOR-ATUAL(WS-IDX) * 100 / WS-VALOR-NOVO
               - AT-PESO-ALVO(WS-IDX).

           IF AT-FECHAMENTO(WS-IDX) > ZEROS
               IF AT-DIFERENCA(WS-IDX) < ZEROS
               AND (WS-DESVIO > WS-TOLERANCIA OR FLAG-MOV-RESGATE)
                   COMPUTE WS-VALOR-LOTE =
                       AT-FECHAMENTO(WS-IDX) * AT-LOTE(WS-IDX)
                   COMPUTE WS-QTD-LOTES =
                       (ZEROS - AT-DIFERENCA(WS-IDX)) / WS-VALOR-LOTE

                   IF AT-PESO-ALVO(WS-IDX) = ZEROS
                       MOVE AT-QUANTIDADE(WS-IDX)
                           TO AT-QTD-ORDEM(WS-IDX)
                   ELSE
                       COMPUTE AT-QTD-ORDEM(WS-IDX) =
                           WS-QTD-LOTES * AT-LOTE(WS-IDX)
                   END-IF

                   IF AT-QTD-ORDEM(WS-IDX) > AT-QUANTIDADE(WS-IDX)
                       MOVE AT-QUANTIDADE(WS-IDX)
                           TO AT-QTD-ORDEM(WS-IDX)
                   END-IF

                   IF AT-QTD-ORDEM(WS-IDX) > ZEROS
                       MOVE "V" TO AT-ORDEM(WS-IDX)
                       COMPUTE AT-VALOR-ORDEM(WS-IDX) =
                           AT-QTD-ORDEM(WS-IDX) * AT-FECHAMENTO(WS-IDX)
                       ADD AT-VALOR-ORDEM(WS-IDX) TO WS-TOTAL-VENDAS
                       ADD AT-VALOR-ORDEM(WS-IDX)
                           TO WS-CAIXA-DISPONIVEL
                   END-IF
               END-IF

               IF AT-DIFERENCA(WS-IDX) > ZEROS
               AND (WS-DESVIO < ZEROS - WS-TOLERANCIA
                    OR FLAG-MOV-APORTE)
                   ADD AT-DIFERENCA(WS-IDX) TO WS-SOMA-COMPRAS
                   MOVE "C" TO AT-ORDEM(WS-IDX)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    COMPRA EM LOTES INTEIROS, SEMPRE PARA BAIXO, PARA NAO
      *    PASSAR DO CAIXA DISPONIVEL.
      *--------------------------------------------------------------*
       PROPOR-COMPRA-ATIVO.

           IF FLAG-ORDEM-COMPRA(WS-IDX)
               COMPUTE WS-VALOR-LOTE =
                   AT-FECHAMENTO(WS-IDX) * AT-LOTE(WS-IDX)
               COMPUTE WS-QTD-LOTES =
                   AT-DIFERENCA(WS-IDX) * WS-FATOR-COMPRAS
                   / WS-VALOR-LOTE
               COMPUTE AT-QTD-ORDEM(WS-IDX) =
                   WS-QTD-LOTES * AT-LOTE(WS-IDX)

               IF AT-QTD-ORDEM(WS-IDX) = ZEROS
                   MOVE SPACES TO AT-ORDEM(WS-IDX)
               ELSE
                   COMPUTE AT-VALOR-ORDEM(WS-IDX) =
                       AT-QTD-ORDEM(WS-IDX) * AT-FECHAMENTO(WS-IDX)
                   ADD AT-VALOR-ORDEM(WS-IDX) TO WS-TOTAL-COMPRAS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    REGRAS DE TP06_09: O TOTAL VENDIDO NO MES CORRENTE (O QUE
      *    JA ESTA NO LEDGER MAIS AS VENDAS PROPOSTAS) DECIDE A
      *    ISENCAO; FORA DELA, O GANHO DAS VENDAS PROPOSTAS COMPENSA
      *    O PREJUIZO ACUMULADO E PAGA 15% DO QUE SOBRAR.
      *--------------------------------------------------------------*
       ESTIMAR-IR-VENDAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-REC.

           MOVE ZEROS  TO WS-VENDAS-JA-NO-MES WS-PREJUIZO-ANTERIOR
                          WS-GANHO-TOTAL WS-IR-TOTAL WS-MES-ISENTO.
           MOVE SPACES TO WS-STATUS-TRADES WS-STATUS-PREJUIZO.

           PERFORM OBTER-CAMINHO-TRADES.

           OPEN INPUT TRADES.

           IF FLAG-TRADES-SUCESSO
               PERFORM SOMAR-VENDA-DO-MES WITH TEST BEFORE
               UNTIL FLAG-TRADES-EOF
               CLOSE TRADES
           END-IF.

           PERFORM OBTER-CAMINHO-PREJUIZO.

           OPEN INPUT PREJUIZO.

           IF FLAG-PREJUIZO-SUCESSO
               PERFORM LER-LINHA-PREJUIZO WITH TEST BEFORE
               UNTIL FLAG-PREJUIZO-EOF
               CLOSE PREJUIZO
           END-IF.

           COMPUTE WS-VENDAS-MES-TOTAL =
               WS-VENDAS-JA-NO-MES + WS-TOTAL-VENDAS.

           IF WS-VENDAS-MES-TOTAL <= CONST-ISENCAO-VENDAS
               MOVE 1 TO WS-MES-ISENTO
           END-IF.

           PERFORM SOMAR-GANHO-VENDA
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ATIVOS.

           IF NOT FLAG-MES-ISENTO
               COMPUTE WS-BASE-IR =
                   WS-GANHO-TOTAL - WS-PREJUIZO-ANTERIOR

               IF WS-BASE-IR > ZEROS
                   COMPUTE WS-IR-TOTAL ROUNDED =
                       WS-BASE-IR * CONST-ALIQUOTA-IR
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-VENDA-DO-MES.

           READ TRADES.

           IF NOT FLAG-TRADES-EOF
           AND FLAG-TRADE-VENDA
               MOVE TR-DATA TO WS-DATA-TRADE-REC

               IF WS-TRD-ANOMES = WS-HOJE-ANOMES
                   COMPUTE WS-VENDAS-JA-NO-MES =
                       WS-VENDAS-JA-NO-MES
                     + TR-QUANTIDADE * TR-PRECO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-PREJUIZO.

           READ PREJUIZO.

           IF NOT FLAG-PREJUIZO-EOF
               MOVE PJ-VALOR TO WS-PREJUIZO-ANTERIOR
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-GANHO-VENDA.

           IF FLAG-ORDEM-VENDA(WS-IDX)
               COMPUTE WS-GANHO-VENDA =
                   AT-QTD-ORDEM(WS-IDX)
                   * (AT-FECHAMENTO(WS-IDX) - AT-CUSTO-MEDIO(WS-IDX))
               ADD WS-GANHO-VENDA TO WS-GANHO-TOTAL
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PROPOSTA.
           PERFORM OBTER-CAMINHO-REBALANCEAMENTO.

           OPEN OUTPUT REBALANCEAMENTO.

           MOVE WS-MES-COTAHIST TO RB-TIT-MES.
           MOVE WS-ANO-COTAHIST TO RB-TIT-ANO.
           WRITE REG-REBALANCEAMENTO FROM RB-TITULO.

           MOVE "VALOR ATUAL DA CARTEIRA"    TO RB-DESCRICAO.
           MOVE WS-VALOR-CARTEIRA            TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           IF FLAG-MOV-RESGATE
               MOVE "RESGATE"                TO RB-DESCRICAO
           ELSE
               MOVE "APORTE"                 TO RB-DESCRICAO
           END-IF.
           MOVE WS-VALOR-MOVIMENTO           TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "VALOR DA CARTEIRA APOS O MOVIMENTO" TO RB-DESCRICAO.
           MOVE WS-VALOR-NOVO                TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "TOLERANCIA (PONTOS PERCENTUAIS)" TO RB-DESCRICAO.
           MOVE WS-TOLERANCIA                TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           IF WS-SOMA-PESOS-PAPEIS NOT = 100
               MOVE "ATENCAO: PESOS ALVO DOS PAPEIS NAO SOMAM 100%"
                   TO RB-TEXTO
               WRITE REG-REBALANCEAMENTO FROM RB-LINHA-TEXTO
           END-IF.

           MOVE SPACES TO RB-LINHA.
           WRITE REG-REBALANCEAMENTO.
           WRITE REG-REBALANCEAMENTO FROM RB-CABECALHO.

           PERFORM GRAVAR-LINHA-ATIVO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ATIVOS.

           MOVE SPACES TO RB-LINHA.
           WRITE REG-REBALANCEAMENTO.
           WRITE REG-REBALANCEAMENTO FROM RB-CABECALHO-CLASSE.

           PERFORM GRAVAR-LINHA-CLASSE
           VARYING WS-IDX-CLASSE FROM 1 BY 1
           UNTIL WS-IDX-CLASSE > WS-TOTAL-CLASSES.

           MOVE SPACES TO RB-LINHA.
           WRITE REG-REBALANCEAMENTO.

           MOVE "TOTAL DE COMPRAS PROPOSTAS"  TO RB-DESCRICAO.
           MOVE WS-TOTAL-COMPRAS             TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "TOTAL DE VENDAS PROPOSTAS"   TO RB-DESCRICAO.
           MOVE WS-TOTAL-VENDAS              TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "SALDO DE CAIXA APOS AS ORDENS" TO RB-DESCRICAO.
           MOVE WS-SALDO-CAIXA               TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "VENDAS JA FEITAS NO MES"     TO RB-DESCRICAO.
           MOVE WS-VENDAS-JA-NO-MES          TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "GANHO ESTIMADO DAS VENDAS"   TO RB-DESCRICAO.
           MOVE WS-GANHO-TOTAL               TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           MOVE "PREJUIZO COMPENSAVEL"        TO RB-DESCRICAO.
           MOVE WS-PREJUIZO-ANTERIOR         TO RB-VALOR.
           WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR.

           IF FLAG-MES-ISENTO
               MOVE "MES ISENTO - VENDAS DENTRO DO LIMITE"
                   TO RB-TEXTO
               WRITE REG-REBALANCEAMENTO FROM RB-LINHA-TEXTO
           ELSE
               MOVE "IR ESTIMADO DAS VENDAS (15%)" TO RB-DESCRICAO
               MOVE WS-IR-TOTAL              TO RB-VALOR
               WRITE REG-REBALANCEAMENTO FROM RB-LINHA-VALOR
           END-IF.

           IF WS-QTD-SEM-COTACAO > ZEROS
               MOVE "PAPEIS SEM COTACAO NO MES NAO RECEBEM ORDEM"
                   TO RB-TEXTO
               WRITE REG-REBALANCEAMENTO FROM RB-LINHA-TEXTO
           END-IF.

           CLOSE REBALANCEAMENTO.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "PROPOSTA GRAVADA EM " AT 0528.
           DISPLAY WS-ARQ-REBALANCEAMENTO AT 0549.

           STRING "COTAHIST=" DELIMITED BY SIZE
                  WS-MES-COTAHIST DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-COTAHIST DELIMITED BY SIZE
                  " MOV=" DELIMITED BY SIZE
                  WS-TIPO-MOVIMENTO DELIMITED BY SIZE
                  WS-VALOR-MOVIMENTO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REBALANCEAMENTO PROPOSTO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-REBALANCEAMENTO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-ATIVO.

           MOVE SPACES TO RB-DET-AVISO.

           MOVE AT-CODNEG(WS-IDX)      TO RB-DET-CODNEG.
           MOVE AT-CLASSE(WS-IDX)      TO RB-DET-CLASSE.
           MOVE AT-PESO-ALVO(WS-IDX)   TO RB-DET-ALVO.

           IF WS-VALOR-CARTEIRA > ZEROS
               COMPUTE WS-PESO-CALC ROUNDED =
                   AT-VALOR-ATUAL(WS-IDX) * 100 / WS-VALOR-CARTEIRA
           ELSE
               MOVE ZEROS TO WS-PESO-CALC
           END-IF.
           MOVE WS-PESO-CALC           TO RB-DET-ATUAL.

           MOVE AT-ORDEM(WS-IDX)       TO RB-DET-ORDEM.
           MOVE AT-QTD-ORDEM(WS-IDX)   TO RB-DET-QTD.
           MOVE AT-FECHAMENTO(WS-IDX)  TO RB-DET-PRECO.
           MOVE AT-VALOR-ORDEM(WS-IDX) TO RB-DET-VALOR.

      *    PESO DEPOIS DAS ORDENS, SOBRE A CARTEIRA NOVA.
           EVALUATE TRUE
               WHEN FLAG-ORDEM-COMPRA(WS-IDX)
                   COMPUTE WS-VALOR-APOS =
                       AT-VALOR-ATUAL(WS-IDX) + AT-VALOR-ORDEM(WS-IDX)
               WHEN FLAG-ORDEM-VENDA(WS-IDX)
                   COMPUTE WS-VALOR-APOS =
                       AT-VALOR-ATUAL(WS-IDX) - AT-VALOR-ORDEM(WS-IDX)
               WHEN OTHER
                   MOVE AT-VALOR-ATUAL(WS-IDX) TO WS-VALOR-APOS
           END-EVALUATE.

           COMPUTE WS-PESO-CALC ROUNDED =
               WS-VALOR-APOS * 100 / WS-VALOR-NOVO.
           MOVE WS-PESO-CALC           TO RB-DET-APOS.

           IF AT-DATA-FECH(WS-IDX) = ZEROS
               MOVE "SEM COTACAO" TO RB-DET-AVISO
           END-IF.

           WRITE REG-REBALANCEAMENTO FROM RB-DETALHE.

           IF FLAG-ORDEM-VENDA(WS-IDX)
               COMPUTE WS-GANHO-VENDA =
                   AT-QTD-ORDEM(WS-IDX)
                   * (AT-FECHAMENTO(WS-IDX) - AT-CUSTO-MEDIO(WS-IDX))

               MOVE ZEROS TO WS-IR-VENDA

               IF NOT FLAG-MES-ISENTO
               AND WS-GANHO-VENDA > ZEROS
                   COMPUTE WS-IR-VENDA ROUNDED =
                       WS-GANHO-VENDA * CONST-ALIQUOTA-IR
               END-IF

               MOVE WS-GANHO-VENDA     TO RB-VND-GANHO
               MOVE WS-IR-VENDA        TO RB-VND-IR
               WRITE REG-REBALANCEAMENTO FROM RB-DETALHE-VENDA
           END-IF.

      *    ACUMULA NA CLASSE DO PAPEL PARA O QUADRO POR CLASSE.
           MOVE AT-CLASSE(WS-IDX) TO WS-BUSCA-CODIGO.
           PERFORM LOCALIZAR-CLASSE.

           IF FLAG-CLASSE-NA-TABELA
               ADD AT-VALOR-ATUAL(WS-IDX)
                   TO CL-VALOR-ATUAL(WS-POS-CLASSE)
               ADD AT-PESO-ALVO(WS-IDX)
                   TO CL-SOMA-PAPEIS(WS-POS-CLASSE)
               ADD WS-VALOR-APOS TO CL-VALOR-APOS(WS-POS-CLASSE)
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-CLASSE.

           MOVE CL-CLASSE(WS-IDX-CLASSE)      TO RB-CLS-CLASSE.
           MOVE CL-PESO-ALVO(WS-IDX-CLASSE)   TO RB-CLS-ALVO.
           MOVE CL-SOMA-PAPEIS(WS-IDX-CLASSE) TO RB-CLS-PAPEIS.

           IF WS-VALOR-CARTEIRA > ZEROS
               COMPUTE WS-PESO-CALC ROUNDED =
                   CL-VALOR-ATUAL(WS-IDX-CLASSE) * 100
                   / WS-VALOR-CARTEIRA
           ELSE
               MOVE ZEROS TO WS-PESO-CALC
           END-IF.
           MOVE WS-PESO-CALC                  TO RB-CLS-ATUAL.

           COMPUTE WS-PESO-CALC ROUNDED =
               CL-VALOR-APOS(WS-IDX-CLASSE) * 100 / WS-VALOR-NOVO.
           MOVE WS-PESO-CALC                  TO RB-CLS-APOS.

           COMPUTE WS-DESVIO =
               WS-PESO-CALC - CL-PESO-ALVO(WS-IDX-CLASSE).

           EVALUATE TRUE
               WHEN CL-PESO-ALVO(WS-IDX-CLASSE) = ZEROS
               AND CL-SOMA-PAPEIS(WS-IDX-CLASSE) = ZEROS
                   MOVE "SEM ALVO DE CLASSE" TO RB-CLS-SITUACAO
               WHEN CL-SOMA-PAPEIS(WS-IDX-CLASSE)
                    NOT = CL-PESO-ALVO(WS-IDX-CLASSE)
                   MOVE "PAPEIS NAO SOMAM O ALVO"
                       TO RB-CLS-SITUACAO
               WHEN WS-DESVIO > WS-TOLERANCIA
               OR WS-DESVIO < ZEROS - WS-TOLERANCIA
                   MOVE "FORA DA TOLERANCIA" TO RB-CLS-SITUACAO
               WHEN OTHER
                   MOVE "DENTRO DA TOLERANCIA" TO RB-CLS-SITUACAO
           END-EVALUATE.

           WRITE REG-REBALANCEAMENTO FROM RB-DETALHE-CLASSE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_16"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_16"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
