       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP11_15.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PACOTE MENSAL DE INDICADORES GERENCIAIS: UMA PAGINA QUE
      *    CONSOLIDA, PARA A COMPETENCIA INFORMADA, O CUSTO DA FOLHA
      *    E O NUMERO DE FUNCIONARIOS (folha.dat, COM O CADASTRO
      *    funcionarios_master.dat ESTIMANDO O MES AINDA SEM FOLHA),
      *    A RECEITA, A MARGEM BRUTA E O TICKET MEDIO (vendas.dat,
      *    CUSTO PELO CUSTO MEDIO ATUAL COMO NA EXPORTACAO CONTABIL
      *    DE TP11_09), O VALOR E O GIRO DO ESTOQUE (RETRATO DO
      *    FECHAMENTO fechamento_AAAAMM.dat DE TP10-FECHAMENTO E AS
      *    SAIDAS DE movimentos_estoque.txt), O FATURADO CONTRA O
      *    RECEBIDO E A INADIMPLENCIA DAS MENSALIDADES
      *    (mensalidades.dat) E O VALOR DA CARTEIRA
      *    (carteira_valorizacao.txt DE TP06_07). CADA NUMERO SAI
      *    AO LADO DO MES ANTERIOR E DO MESMO MES DO ANO ANTERIOR,
      *    COM A SETA DE TENDENCIA.
      *
      *    O ESTOQUE E A CARTEIRA SO EXISTEM COMO RETRATO; POR ISSO
      *    CADA EMISSAO GUARDA OS INDICADORES DA COMPETENCIA EM
      *    indicadores_historico.txt, DE ONDE SAEM OS DOIS QUANDO A
      *    FONTE JA NAO TEM MAIS O MES (RODAR TP06_07 E O FECHAMENTO
      *    DO ESTOQUE ANTES DO PACOTE DE CADA MES).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FOLHA-SELECT.

           COPY FUNC-MASTER-SELECT.

           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDAS.

           COPY PRODUTO-SELECT.

           SELECT MOVIMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.

           SELECT FECHAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHAMENTO.

           COPY MENSALIDADE-SELECT.

           SELECT VALORIZACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VALORIZACAO.

           SELECT HISTORICO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT RELAT-KPI ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY FOLHA-FD.

       COPY FUNC-MASTER-FD.

       COPY VENDA-FD.

       COPY PRODUTO-FD.

       FD  MOVIMENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVIMENTO.

       01  REG-MOVIMENTO.
           05 MV-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-MOV-SAIDA                          VALUE "S".
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-OPERADOR           PIC X(10)             VALUE SPACES.

      *    RETRATO DO FECHAMENTO DE ESTOQUE (VER TP10-FECHAMENTO):
      *    UMA LINHA POR PRODUTO COM O SALDO NO FIM DO MES.
       FD  FECHAMENTO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FECHAMENTO.

       01  REG-FECHAMENTO.
           05 FE-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FE-SALDO              PIC 9(5)              VALUE ZEROS.

       COPY MENSALIDADE-FD.

      *    RELATORIO DE VALORIZACAO GRAVADO POR TP06_07: O TITULO
      *    TRAZ O MES DAS COTACOES E A LINHA DE TOTAL O VALOR DE
      *    MERCADO DA CARTEIRA.
       FD  VALORIZACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-VALORIZACAO.

       01  REG-VALORIZACAO          PIC X(90).

       01  REG-VZ-TITULO.
           05 VZ-TIT-ROTULO         PIC X(26).
           05 VZ-TIT-MES            PIC 9(2).
           05 FILLER                PIC X.
           05 VZ-TIT-ANO            PIC 9(4).
           05 FILLER                PIC X(57).

       01  REG-VZ-TOTAL.
           05 VZ-TOT-ROTULO         PIC X(14).
           05 VZ-TOT-MERCADO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(58).

      *    HISTORICO DOS INDICADORES (indicadores_historico.txt):
      *    UMA LINHA POR COMPETENCIA EMITIDA, NO LAYOUT DE
      *    WS-HI-LINHA, REGRAVADA A CADA NOVA EMISSAO DO MES.
       FD  HISTORICO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-HISTORICO.

       01  REG-HISTORICO            PIC X(199).

       FD RELAT-KPI
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-KPI PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY MENSALIDADE-STATUS.
           COPY MENSALIDADE-CONST.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-VENDAS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-VENDAS          PIC X(02)      VALUE SPACES.
           88 FLAG-VENDAS-SUCESSO                  VALUE "00".
           88 FLAG-VENDAS-EOF                      VALUE "10".
       77 WS-ARQ-MOVIMENTOS         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-MOVIMENTOS      PIC X(02)      VALUE SPACES.
           88 FLAG-MOVIMENTOS-SUCESSO              VALUE "00".
           88 FLAG-MOVIMENTOS-EOF                  VALUE "10".
       77 WS-ARQ-FECHAMENTO         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FECHAMENTO      PIC X(02)      VALUE SPACES.
           88 FLAG-FECHAMENTO-SUCESSO              VALUE "00".
           88 FLAG-FECHAMENTO-EOF                  VALUE "10".
       77 WS-ARQ-VALORIZACAO        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-VALORIZACAO     PIC X(02)      VALUE SPACES.
           88 FLAG-VALORIZACAO-SUCESSO             VALUE "00".
           88 FLAG-VALORIZACAO-EOF                 VALUE "10".
       77 WS-ARQ-HISTORICO          PIC X(60)      VALUE SPACES.
       77 WS-STATUS-HISTORICO       PIC X(02)      VALUE SPACES.
           88 FLAG-HISTORICO-SUCESSO               VALUE "00".
           88 FLAG-HISTORICO-EOF                   VALUE "10".
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
      *---- COMPETENCIA E PERIODOS DE COMPARACAO ---------------------*
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
       77 WS-ANO-MES-HOJE           PIC 9(6)       VALUE ZEROS.
       01 WS-SUFIXO-MES.
           05 WS-SUF-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-SUF-MES            PIC 9(2)       VALUE ZEROS.
       01 WS-ROTULO-PERIODO.
           05 WS-RP-MES             PIC 9(2)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE "/".
           05 WS-RP-ANO             PIC 9(4)       VALUE ZEROS.
      *    PERIODO 1 = COMPETENCIA, 2 = MES ANTERIOR, 3 = MESMO MES
      *    DO ANO ANTERIOR.
       77 CONST-QTD-PERIODOS        PIC 9          VALUE 3.
       77 WS-IDX-PR                 PIC 9          VALUE ZEROS.
       77 WS-IDX-BASE               PIC 9          VALUE ZEROS.
       77 WS-POS-PR                 PIC 9          VALUE ZEROS.
       77 WS-DATA-BUSCA             PIC 9(8)       VALUE ZEROS.
       01 TB-PERIODOS.
           02 PERIODO-ITEM OCCURS 3 TIMES.
               10 TB-PR-ANO         PIC 9(4)       VALUE ZEROS.
               10 TB-PR-MES         PIC 9(2)       VALUE ZEROS.
               10 TB-PR-ANO-MES     PIC 9(6)       VALUE ZEROS.
               10 TB-PR-INICIO      PIC 9(8)       VALUE ZEROS.
               10 TB-PR-FIM         PIC 9(8)       VALUE ZEROS.
      *---- ACUMULADORES POR PERIODO ---------------------------------*
       01 TB-ACUMULADORES.
           02 ACUMULADOR-ITEM OCCURS 3 TIMES.
               10 TB-AC-REG-FOLHA   PIC 9(6)       VALUE ZEROS.
               10 TB-AC-QTD-FOLHA   PIC 9(6)       VALUE ZEROS.
               10 TB-AC-CUSTO-FOLHA PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-QTD-CADASTRO PIC 9(6)      VALUE ZEROS.
               10 TB-AC-RECEITA     PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-CMV         PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-QTD-VENDAS  PIC 9(6)       VALUE ZEROS.
               10 TB-AC-SAIDAS      PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-ESTOQUE     PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-SIT-ESTOQUE PIC X          VALUE "N".
               10 TB-AC-FATURADO    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-RECEBIDO    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-VENCIDO     PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-CARTEIRA    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-AC-SIT-CARTEIRA PIC X         VALUE "N".
       77 WS-CUSTO-UNITARIO         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-LINHA            PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-ULTIMO-NUMERO          PIC 9(6)       VALUE ZEROS.
       77 WS-VENCIMENTO             PIC 9(8)       VALUE ZEROS.
       77 WS-SALDO-ABERTO           PIC S9(7)V9(2) VALUE ZEROS.
       77 WS-ANO-MES-CARTEIRA       PIC 9(6)       VALUE ZEROS.
       77 WS-VALOR-CARTEIRA         PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-TEM-TOTAL-CARTEIRA     PIC X          VALUE "N".
           88 FLAG-TEM-TOTAL-CARTEIRA              VALUE "S".
      *---- INDICADORES ----------------------------------------------*
      *    TIPO DE CADA INDICADOR, NA ORDEM DOS NOMES: V VALOR EM
      *    REAIS, Q QUANTIDADE, P PERCENTUAL, G GIRO (VEZES NO MES).
      *    SITUACAO DE CADA NUMERO: S APURADO DA FONTE, E ESTIMADO
      *    PELA POSICAO ATUAL, N SEM DADO NO PERIODO.
       77 CONST-QTD-INDICADORES     PIC 9(2)       VALUE 12.
       77 CONST-IND-ESTOQUE         PIC 9(2)       VALUE 7.
       77 CONST-IND-GIRO            PIC 9(2)       VALUE 8.
       77 CONST-IND-CARTEIRA        PIC 9(2)       VALUE 12.
       77 WS-IDX-IND                PIC 9(2)       VALUE ZEROS.
       01 TB-INDICADORES-NOMES.
           05 FILLER PIC X(24) VALUE "CUSTO DA FOLHA (C/ FGTS)".
           05 FILLER PIC X(24) VALUE "FUNCIONARIOS NA FOLHA".
           05 FILLER PIC X(24) VALUE "RECEITA LIQUIDA".
           05 FILLER PIC X(24) VALUE "MARGEM BRUTA".
           05 FILLER PIC X(24) VALUE "MARGEM BRUTA %".
           05 FILLER PIC X(24) VALUE "TICKET MEDIO".
           05 FILLER PIC X(24) VALUE "VALOR DO ESTOQUE".
           05 FILLER PIC X(24) VALUE "GIRO DO ESTOQUE".
           05 FILLER PIC X(24) VALUE "MENSALIDADES FATURADAS".
           05 FILLER PIC X(24) VALUE "MENSALIDADES RECEBIDAS".
           05 FILLER PIC X(24) VALUE "INADIMPLENCIA %".
           05 FILLER PIC X(24) VALUE "VALOR DA CARTEIRA".
       01 TB-INDICADORES-ROTULOS REDEFINES TB-INDICADORES-NOMES.
           05 TB-IN-NOME OCCURS 12 TIMES PIC X(24).
       01 TB-INDICADORES-TIPOS      PIC X(12)      VALUE
           "VQVVPVVGVVPV".
       01 TB-INDICADORES-TIPO REDEFINES TB-INDICADORES-TIPOS.
           05 TB-IN-TIPO OCCURS 12 TIMES PIC X.
       01 TB-INDICADORES.
           02 IND-PERIODO OCCURS 3 TIMES.
               05 IND-ITEM OCCURS 12 TIMES.
                   10 TB-IN-VALOR   PIC S9(11)V9(2) VALUE ZEROS.
                   10 TB-IN-SITUACAO PIC X         VALUE "N".
                       88 FLAG-IN-APURADO          VALUE "S".
                       88 FLAG-IN-ESTIMADO         VALUE "E".
                       88 FLAG-IN-SEM-DADO         VALUE "N".
      *---- HISTORICO DOS INDICADORES --------------------------------*
       77 CONST-LIMITE-HISTORICO    PIC 9(3)       VALUE 240.
       77 WS-TOTAL-HISTORICO        PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-HI                 PIC 9(3)       VALUE ZEROS.
       77 WS-POS-HI                 PIC 9(3)       VALUE ZEROS.
       01 WS-HI-LINHA.
           05 WS-HI-ANO-MES         PIC 9(6)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 WS-HI-INDICADOR OCCURS 12 TIMES.
               10 WS-HI-VALOR       PIC S9(11)V9(2)
                                    SIGN LEADING SEPARATE.
               10 WS-HI-SITUACAO    PIC X.
               10 FILLER            PIC X.
       01 TB-HISTORICO.
           02 HISTORICO-ITEM OCCURS 240 TIMES.
               10 TB-HI-ANO-MES     PIC 9(6)       VALUE ZEROS.
               10 TB-HI-DADOS       PIC X(193)     VALUE SPACES.
      *---- TENDENCIA ------------------------------------------------*
      *    VARIACAO DE ATE CONST-FAIXA-ESTAVEL POR CENTO SOBRE O
      *    PERIODO DE COMPARACAO CONTA COMO ESTAVEL.
       77 CONST-FAIXA-ESTAVEL       PIC 9(2)V9(2)  VALUE 1,00.
       77 WS-DIFERENCA              PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-LIMITE-ESTAVEL         PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-SETA                   PIC X          VALUE SPACES.
      *---- FORMATACAO DAS CELULAS -----------------------------------*
       77 WS-CELULA                 PIC X(15)      VALUE SPACES
                                    JUSTIFIED RIGHT.
       77 WS-MARCA                  PIC X          VALUE SPACES.
       77 WS-ED-VALOR               PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-QTD                 PIC ZZZ.ZZZ.ZZ9.
       01 WS-ED-PERC.
           05 WS-ED-PERC-NUM        PIC -ZZ9,99.
           05 FILLER                PIC X          VALUE "%".
       01 WS-ED-GIRO.
           05 WS-ED-GIRO-NUM        PIC ZZZ9,99.
           05 FILLER                PIC X          VALUE "x".
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(35) VALUE
              "PACOTE DE INDICADORES GERENCIAIS - ".
           05 CAB-COMPETENCIA PIC X(7).
       01 CABEC2.
           05 FILLER PIC X(24) VALUE "INDICADOR".
           05 FILLER PIC X(08) VALUE SPACES.
           05 CAB-PERIODO-1 PIC X(7).
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(08) VALUE SPACES.
           05 CAB-PERIODO-2 PIC X(7).
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(08) VALUE SPACES.
           05 CAB-PERIODO-3 PIC X(7).
           05 FILLER PIC X(03) VALUE SPACES.
       01 CABEC3.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "    COMPETENCIA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "   MES ANTERIOR   ".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "   ANO ANTERIOR   ".
       01 DETALHE.
           05 DT-NOME PIC X(24).
           05 DT-ATUAL PIC X(15).
           05 DT-MARCA-ATUAL PIC X.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DT-ANTERIOR PIC X(15).
           05 DT-MARCA-ANTERIOR PIC X.
           05 FILLER PIC X VALUE SPACES.
           05 DT-SETA-ANTERIOR PIC X.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DT-ANO-ANTERIOR PIC X(15).
           05 DT-MARCA-ANO PIC X.
           05 FILLER PIC X VALUE SPACES.
           05 DT-SETA-ANO PIC X.
       01 LEGENDA1.
           05 FILLER PIC X(60) VALUE
              "SETA: ^ COMPETENCIA ACIMA  v ABAIXO  = ESTAVEL (ATE 1%)".
       01 LEGENDA2.
           05 FILLER PIC X(60) VALUE
              "* ESTIMADO PELA POSICAO ATUAL   N/D SEM DADO NO PERIODO".
       01 NOTA1.
           05 FILLER PIC X(78) VALUE
              "FOLHA: BRUTO MAIS FGTS DE TODAS AS FOLHAS DO MES".
       01 NOTA2.
           05 FILLER PIC X(78) VALUE
              "MARGEM: RECEITA MENOS O VENDIDO AO CUSTO MEDIO ATUAL".
       01 NOTA3.
           05 FILLER PIC X(78) VALUE
              "ESTOQUE: FECHAMENTO DO MES A CUSTO MEDIO; GIRO = SAIDAS".
       01 NOTA4.
           05 FILLER PIC X(78) VALUE
              "DO MES A CUSTO SOBRE O ESTOQUE DO FECHAMENTO".
       01 NOTA5.
           05 FILLER PIC X(78) VALUE
              "INADIMPLENCIA: SALDO VENCIDO EM ABERTO SOBRE O FATURADO".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP11.15 - Pacote de indicadores gerenciais".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12):".
           10 SC-COMP-MES           LINE + 0  COLUMN 40  PIC 99
           USING WS-COMP-MES.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 40  PIC 9(4)
           USING WS-COMP-ANO.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida"
               FOREGROUND-COLOR 6 AT 2028
               STOP RUN
           END-IF.

           PERFORM MONTAR-PERIODOS.
           PERFORM TOTALIZAR-FOLHA.
           PERFORM CONTAR-CADASTRO.
           PERFORM TOTALIZAR-VENDAS.
           PERFORM TOTALIZAR-MOVIMENTOS.
           PERFORM APURAR-ESTOQUE.
           PERFORM TOTALIZAR-MENSALIDADES.
           PERFORM APURAR-CARTEIRA.
           PERFORM CARREGAR-HISTORICO.

           PERFORM MONTAR-INDICADORES
           VARYING WS-IDX-PR FROM 1 BY 1
           UNTIL WS-IDX-PR > CONST-QTD-PERIODOS.

           PERFORM GRAVAR-HISTORICO.
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FOLHA.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="folha.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FOLHA==
                ==:DDVAR:==  BY =="DD_FOLHA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VENDAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MOVIMENTOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="movimentos_estoque.txt"==
                ==:DESTINO:== BY ==WS-ARQ-MOVIMENTOS==
                ==:DDVAR:==  BY =="DD_MOVIMENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MENSALIDADES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="mensalidades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MENSALIDADES==
                ==:DDVAR:==  BY =="DD_MENSALIDADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VALORIZACAO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="carteira_valorizacao.txt"==
                ==:DESTINO:== BY ==WS-ARQ-VALORIZACAO==
                ==:DDVAR:==  BY =="DD_VALORIZACAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-HISTORICO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="indicadores_historico.txt"==
                ==:DESTINO:== BY ==WS-ARQ-HISTORICO==
                ==:DDVAR:==  BY =="DD_HISTORICO"==.
      *--------------------------------------------------------------*
      *    OS RETRATOS DO ESTOQUE SAO MENSAIS: fechamento_AAAAMM.dat,
      *    COMO GRAVADOS POR TP10-FECHAMENTO.
      *--------------------------------------------------------------*
       MONTAR-CAMINHO-FECHAMENTO.

           COPY OBTER-DIR-DADOS.

           MOVE TB-PR-ANO(WS-IDX-PR) TO WS-SUF-ANO.
           MOVE TB-PR-MES(WS-IDX-PR) TO WS-SUF-MES.

           MOVE SPACES TO WS-ARQ-FECHAMENTO.

           STRING WS-DIR-DADOS   DELIMITED BY SPACE
                  "\fechamento_" DELIMITED BY SIZE
                  WS-SUFIXO-MES  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-ARQ-FECHAMENTO.

           DISPLAY "DD_FECHAMENTO"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-FECHAMENTO UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       MONTAR-PERIODOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-ANO-MES-HOJE = WS-DATA-HOJE / 100.

           MOVE WS-COMP-ANO TO TB-PR-ANO(1).
           MOVE WS-COMP-MES TO TB-PR-MES(1).

           IF WS-COMP-MES = 1
               COMPUTE TB-PR-ANO(2) = WS-COMP-ANO - 1
               MOVE 12 TO TB-PR-MES(2)
           ELSE
               MOVE WS-COMP-ANO TO TB-PR-ANO(2)
               COMPUTE TB-PR-MES(2) = WS-COMP-MES - 1
           END-IF.

           COMPUTE TB-PR-ANO(3) = WS-COMP-ANO - 1.
           MOVE WS-COMP-MES TO TB-PR-MES(3).

           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
           UNTIL WS-IDX-PR > CONST-QTD-PERIODOS
               COMPUTE TB-PR-ANO-MES(WS-IDX-PR) =
                   TB-PR-ANO(WS-IDX-PR) * 100 + TB-PR-MES(WS-IDX-PR)
               COMPUTE TB-PR-INICIO(WS-IDX-PR) =
                   TB-PR-ANO-MES(WS-IDX-PR) * 100 + 1
               COMPUTE TB-PR-FIM(WS-IDX-PR) =
                   TB-PR-ANO-MES(WS-IDX-PR) * 100 + 31
           END-PERFORM.
      *--------------------------------------------------------------*
      *    DEVOLVE EM WS-POS-PR O PERIODO QUE CONTEM WS-DATA-BUSCA
      *    (ZERO QUANDO A DATA NAO CAI EM NENHUM DOS TRES).
      *--------------------------------------------------------------*
       LOCALIZAR-PERIODO.

           MOVE ZEROS TO WS-POS-PR.

           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
           UNTIL WS-IDX-PR > CONST-QTD-PERIODOS
               IF WS-DATA-BUSCA >= TB-PR-INICIO(WS-IDX-PR)
               AND WS-DATA-BUSCA <= TB-PR-FIM(WS-IDX-PR)
                   MOVE WS-IDX-PR TO WS-POS-PR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       TOTALIZAR-FOLHA.

           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM TOTALIZAR-LINHA-FOLHA WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.
      *--------------------------------------------------------------*
      *    O CUSTO SOMA TODAS AS FOLHAS DA COMPETENCIA (NORMAL,
      *    SUPLEMENTAR, 13o E PLR); OS FUNCIONARIOS SAO CONTADOS
      *    SO NA FOLHA NORMAL, UMA LINHA POR FUNCIONARIO.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               COMPUTE WS-DATA-BUSCA =
                   FH-COMP-ANO * 10000 + FH-COMP-MES * 100 + 1
               PERFORM LOCALIZAR-PERIODO

               IF WS-POS-PR > ZEROS
                   ADD 1 TO TB-AC-REG-FOLHA(WS-POS-PR)
                   ADD FH-SALARIO-BRUTO TO TB-AC-CUSTO-FOLHA(WS-POS-PR)
                   ADD FH-FGTS          TO TB-AC-CUSTO-FOLHA(WS-POS-PR)

                   IF FLAG-FH-NORMAL
                       ADD 1 TO TB-AC-QTD-FOLHA(WS-POS-PR)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    FUNCIONARIOS ATIVOS HOJE JA ADMITIDOS NO FIM DE CADA
      *    PERIODO: SO USADO PARA ESTIMAR O MES AINDA SEM FOLHA.
      *--------------------------------------------------------------*
       CONTAR-CADASTRO.

           MOVE SPACES TO WS-STATUS-FUNC-MASTER.

           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           OPEN INPUT FUNC-MASTER.

           IF FLAG-FUNC-MASTER-SUCESSO
               PERFORM CONTAR-LINHA-CADASTRO WITH TEST BEFORE
               UNTIL FLAG-FUNC-MASTER-EOF
               CLOSE FUNC-MASTER
           END-IF.
      *--------------------------------------------------------------*
       CONTAR-LINHA-CADASTRO.

           READ FUNC-MASTER NEXT RECORD.

           IF FLAG-FUNC-MASTER-SUCESSO
           AND FLAG-FUNC-ATIVO
               PERFORM VARYING WS-IDX-PR FROM 1 BY 1
               UNTIL WS-IDX-PR > CONST-QTD-PERIODOS
                   IF FM-DATA-ADMISSAO <= TB-PR-FIM(WS-IDX-PR)
                       ADD 1 TO TB-AC-QTD-CADASTRO(WS-IDX-PR)
                   END-IF
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-VENDAS.

           MOVE SPACES TO WS-STATUS-VENDAS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.
           MOVE ZEROS  TO WS-ULTIMO-NUMERO.

           PERFORM OBTER-CAMINHO-VENDAS.
           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               OPEN INPUT PRODUTOS

               PERFORM TOTALIZAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF

               CLOSE PRODUTOS
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
      *    O CUSTO DA LINHA E A QUANTIDADE (COM SINAL NA DEVOLUCAO)
      *    PELO CUSTO MEDIO ATUAL; SEM CUSTO APURADO VALE O PRECO DE
      *    VENDA E, PRODUTO FORA DO MESTRE, O PROPRIO VALOR DA LINHA
      *    (A LINHA FICA SEM MARGEM). O TICKET CONTA CADA VENDA UMA
      *    VEZ, PELA TROCA DE VD-NUMERO ENTRE AS LINHAS DE VENDA.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
               MOVE VD-DATA TO WS-DATA-BUSCA
               PERFORM LOCALIZAR-PERIODO

               IF WS-POS-PR > ZEROS
                   ADD VD-VALOR-TOTAL TO TB-AC-RECEITA(WS-POS-PR)

                   MOVE VD-VALOR-TOTAL TO WS-VALOR-LINHA

                   MOVE VD-CODIGO TO FD-PROD-CODIGO
                   READ PRODUTOS

                   IF FLAG-PRODUTOS-SUCESSO
                       IF FD-PROD-CUSTO-MEDIO > ZEROS
                           MOVE FD-PROD-CUSTO-MEDIO
                               TO WS-CUSTO-UNITARIO
                       ELSE
                           MOVE FD-PROD-VALOR TO WS-CUSTO-UNITARIO
                       END-IF

                       COMPUTE WS-VALOR-LINHA ROUNDED =
                           VD-QUANTIDADE * WS-CUSTO-UNITARIO
                   END-IF

                   ADD WS-VALOR-LINHA TO TB-AC-CMV(WS-POS-PR)

                   IF FLAG-VD-VENDA
                   AND VD-NUMERO NOT = WS-ULTIMO-NUMERO
                       ADD 1 TO TB-AC-QTD-VENDAS(WS-POS-PR)
                       MOVE VD-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    SAIDAS DO MES A CUSTO MEDIO (SEM CUSTO, PRECO DE VENDA),
      *    COMO NO RELATORIO DE GIRO E NA EXPORTACAO CONTABIL.
      *--------------------------------------------------------------*
       TOTALIZAR-MOVIMENTOS.

           MOVE SPACES TO WS-STATUS-MOVIMENTOS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           PERFORM OBTER-CAMINHO-MOVIMENTOS.
           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT MOVIMENTOS.

           IF FLAG-MOVIMENTOS-SUCESSO
               OPEN INPUT PRODUTOS

               PERFORM TOTALIZAR-LINHA-MOVIMENTO WITH TEST BEFORE
               UNTIL FLAG-MOVIMENTOS-EOF

               CLOSE PRODUTOS
               CLOSE MOVIMENTOS
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-MOVIMENTO.

           READ MOVIMENTOS.

           IF NOT FLAG-MOVIMENTOS-EOF
           AND FLAG-MOV-SAIDA
               MOVE MV-DATA TO WS-DATA-BUSCA
               PERFORM LOCALIZAR-PERIODO

               IF WS-POS-PR > ZEROS
                   MOVE MV-CODIGO TO FD-PROD-CODIGO
                   READ PRODUTOS

                   IF FLAG-PRODUTOS-SUCESSO
                       PERFORM OBTER-CUSTO-PRODUTO
                       COMPUTE WS-VALOR-LINHA ROUNDED =
                           MV-QUANTIDADE * WS-CUSTO-UNITARIO
                       ADD WS-VALOR-LINHA TO TB-AC-SAIDAS(WS-POS-PR)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CUSTO-PRODUTO.

           IF FD-PROD-CUSTO-MEDIO > ZEROS
               MOVE FD-PROD-CUSTO-MEDIO TO WS-CUSTO-UNITARIO
           ELSE
               MOVE FD-PROD-VALOR TO WS-CUSTO-UNITARIO
           END-IF.
      *--------------------------------------------------------------*
      *    O ESTOQUE DE CADA PERIODO SAI DO RETRATO DO FECHAMENTO DO
      *    MES; SEM RETRATO, A COMPETENCIA CORRENTE (OU FUTURA) E
      *    ESTIMADA PELO SALDO ATUAL DO MESTRE E UM MES PASSADO
      *    FICA PARA O HISTORICO DOS INDICADORES.
      *--------------------------------------------------------------*
       APURAR-ESTOQUE.

           MOVE SPACES TO WS-STATUS-PRODUTOS.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               PERFORM APURAR-ESTOQUE-PERIODO
               VARYING WS-IDX-PR FROM 1 BY 1
               UNTIL WS-IDX-PR > CONST-QTD-PERIODOS

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       APURAR-ESTOQUE-PERIODO.

           MOVE SPACES TO WS-STATUS-FECHAMENTO.

           PERFORM MONTAR-CAMINHO-FECHAMENTO.

           OPEN INPUT FECHAMENTO.

           EVALUATE TRUE
               WHEN FLAG-FECHAMENTO-SUCESSO
                   MOVE "S" TO TB-AC-SIT-ESTOQUE(WS-IDX-PR)

                   PERFORM VALORIZAR-LINHA-FECHAMENTO WITH TEST BEFORE
                   UNTIL FLAG-FECHAMENTO-EOF

                   CLOSE FECHAMENTO
               WHEN TB-PR-ANO-MES(WS-IDX-PR) >= WS-ANO-MES-HOJE
                   MOVE "E" TO TB-AC-SIT-ESTOQUE(WS-IDX-PR)

                   MOVE LOW-VALUES TO FD-PROD-CODIGO
                   START PRODUTOS KEY IS NOT LESS THAN FD-PROD-CODIGO

                   PERFORM VALORIZAR-LINHA-MESTRE WITH TEST BEFORE
                   UNTIL NOT FLAG-PRODUTOS-SUCESSO
           END-EVALUATE.
      *--------------------------------------------------------------*
       VALORIZAR-LINHA-FECHAMENTO.

           READ FECHAMENTO.

           IF NOT FLAG-FECHAMENTO-EOF
               MOVE FE-CODIGO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF FLAG-PRODUTOS-SUCESSO
                   PERFORM OBTER-CUSTO-PRODUTO
                   COMPUTE WS-VALOR-LINHA ROUNDED =
                       FE-SALDO * WS-CUSTO-UNITARIO
                   ADD WS-VALOR-LINHA TO TB-AC-ESTOQUE(WS-IDX-PR)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       VALORIZAR-LINHA-MESTRE.

           READ PRODUTOS NEXT RECORD.

           IF FLAG-PRODUTOS-SUCESSO
           AND FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
               PERFORM OBTER-CUSTO-PRODUTO
               COMPUTE WS-VALOR-LINHA ROUNDED =
                   FD-PROD-QTD-ESTOQUE * WS-CUSTO-UNITARIO
               ADD WS-VALOR-LINHA TO TB-AC-ESTOQUE(WS-IDX-PR)
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-MENSALIDADES.

           MOVE SPACES TO WS-STATUS-MENSALIDADES.

           PERFORM OBTER-CAMINHO-MENSALIDADES.

           OPEN INPUT MENSALIDADES.

           IF FLAG-MENSALIDADES-SUCESSO
               PERFORM TOTALIZAR-LINHA-MENSALIDADE WITH TEST BEFORE
               UNTIL FLAG-MENSALIDADES-EOF
               CLOSE MENSALIDADES
           END-IF.
      *--------------------------------------------------------------*
      *    FATURADO E O PRINCIPAL DAS COBRANCAS DO MES; RECEBIDO, O
      *    QUE JA ENTROU DELAS (COM MULTA E JUROS); VENCIDO, O SALDO
      *    AINDA ABERTO DAS QUE PASSARAM DO VENCIMENTO ATE HOJE.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-MENSALIDADE.

           READ MENSALIDADES.

           IF NOT FLAG-MENSALIDADES-EOF
               COMPUTE WS-DATA-BUSCA = MS-ANO-MES * 100 + 1
               PERFORM LOCALIZAR-PERIODO

               IF WS-POS-PR > ZEROS
                   ADD MS-VALOR      TO TB-AC-FATURADO(WS-POS-PR)
                   ADD MS-VALOR-PAGO TO TB-AC-RECEBIDO(WS-POS-PR)

                   COMPUTE WS-VENCIMENTO =
                       MS-ANO-MES * 100 + CONST-DIA-VENCIMENTO

                   IF FLAG-MENS-ABERTA
                   AND WS-VENCIMENTO < WS-DATA-HOJE
                       COMPUTE WS-SALDO-ABERTO =
                           MS-VALOR - MS-VALOR-PAGO

                       IF WS-SALDO-ABERTO > ZEROS
                           ADD WS-SALDO-ABERTO
                               TO TB-AC-VENCIDO(WS-POS-PR)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    carteira_valorizacao.txt GUARDA SO A ULTIMA VALORIZACAO:
      *    O VALOR DE MERCADO VALE PARA O PERIODO DO MES DO TITULO.
      *--------------------------------------------------------------*
       APURAR-CARTEIRA.

           MOVE ZEROS  TO WS-ANO-MES-CARTEIRA WS-VALOR-CARTEIRA.
           MOVE "N"    TO WS-TEM-TOTAL-CARTEIRA.
           MOVE SPACES TO WS-STATUS-VALORIZACAO.

           PERFORM OBTER-CAMINHO-VALORIZACAO.

           OPEN INPUT VALORIZACAO.

           IF FLAG-VALORIZACAO-SUCESSO
               READ VALORIZACAO

               IF FLAG-VALORIZACAO-SUCESSO
               AND VZ-TIT-ROTULO = "VALORIZACAO DA CARTEIRA - "
               AND VZ-TIT-MES IS NUMERIC
               AND VZ-TIT-ANO IS NUMERIC
                   COMPUTE WS-ANO-MES-CARTEIRA =
                       VZ-TIT-ANO * 100 + VZ-TIT-MES
               END-IF

               PERFORM LER-LINHA-VALORIZACAO WITH TEST BEFORE
               UNTIL FLAG-VALORIZACAO-EOF

               CLOSE VALORIZACAO
           END-IF.

           IF FLAG-TEM-TOTAL-CARTEIRA
               PERFORM VARYING WS-IDX-PR FROM 1 BY 1
               UNTIL WS-IDX-PR > CONST-QTD-PERIODOS
                   IF TB-PR-ANO-MES(WS-IDX-PR) = WS-ANO-MES-CARTEIRA
                       MOVE WS-VALOR-CARTEIRA
                           TO TB-AC-CARTEIRA(WS-IDX-PR)
                       MOVE "S" TO TB-AC-SIT-CARTEIRA(WS-IDX-PR)
                   END-IF
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-VALORIZACAO.

           READ VALORIZACAO.

           IF NOT FLAG-VALORIZACAO-EOF
           AND VZ-TOT-ROTULO = "TOTAL MERCADO:"
               MOVE VZ-TOT-MERCADO TO WS-VALOR-CARTEIRA
               MOVE "S" TO WS-TEM-TOTAL-CARTEIRA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-HISTORICO.

           MOVE ZEROS  TO WS-TOTAL-HISTORICO.
           MOVE SPACES TO WS-STATUS-HISTORICO.

           PERFORM OBTER-CAMINHO-HISTORICO.

           OPEN INPUT HISTORICO.

           IF FLAG-HISTORICO-SUCESSO
               PERFORM CARREGAR-LINHA-HISTORICO WITH TEST BEFORE
               UNTIL FLAG-HISTORICO-EOF
               OR WS-TOTAL-HISTORICO >= CONST-LIMITE-HISTORICO
               CLOSE HISTORICO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-HISTORICO.

           READ HISTORICO.

           IF NOT FLAG-HISTORICO-EOF
               ADD 1 TO WS-TOTAL-HISTORICO
               MOVE REG-HISTORICO
                   TO HISTORICO-ITEM(WS-TOTAL-HISTORICO)
           END-IF.
      *--------------------------------------------------------------*
      *    DEVOLVE EM WS-POS-HI A LINHA DO HISTORICO DO PERIODO
      *    WS-IDX-PR (ZERO QUANDO O MES NUNCA FOI EMITIDO).
      *--------------------------------------------------------------*
       LOCALIZAR-HISTORICO.

           MOVE ZEROS TO WS-POS-HI.

           PERFORM VARYING WS-IDX-HI FROM 1 BY 1
           UNTIL WS-IDX-HI > WS-TOTAL-HISTORICO
               IF TB-HI-ANO-MES(WS-IDX-HI) = TB-PR-ANO-MES(WS-IDX-PR)
                   MOVE WS-IDX-HI TO WS-POS-HI
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       MONTAR-INDICADORES.

           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
           UNTIL WS-IDX-IND > CONST-QTD-INDICADORES
               MOVE ZEROS TO TB-IN-VALOR(WS-IDX-PR, WS-IDX-IND)
               MOVE "S"   TO TB-IN-SITUACAO(WS-IDX-PR, WS-IDX-IND)
           END-PERFORM.

      *    FOLHA: SEM NENHUM REGISTRO NO MES, A FOLHA NAO FOI
      *    CALCULADA; A COMPETENCIA CORRENTE TEM O QUADRO ESTIMADO.
           IF TB-AC-REG-FOLHA(WS-IDX-PR) > ZEROS
               MOVE TB-AC-CUSTO-FOLHA(WS-IDX-PR)
                   TO TB-IN-VALOR(WS-IDX-PR, 1)
               MOVE TB-AC-QTD-FOLHA(WS-IDX-PR)
                   TO TB-IN-VALOR(WS-IDX-PR, 2)
           ELSE
               MOVE "N" TO TB-IN-SITUACAO(WS-IDX-PR, 1)
               MOVE "N" TO TB-IN-SITUACAO(WS-IDX-PR, 2)

               IF TB-PR-ANO-MES(WS-IDX-PR) >= WS-ANO-MES-HOJE
                   MOVE TB-AC-QTD-CADASTRO(WS-IDX-PR)
                       TO TB-IN-VALOR(WS-IDX-PR, 2)
                   MOVE "E" TO TB-IN-SITUACAO(WS-IDX-PR, 2)
               END-IF
           END-IF.

      *    VENDAS
           MOVE TB-AC-RECEITA(WS-IDX-PR) TO TB-IN-VALOR(WS-IDX-PR, 3).
           COMPUTE TB-IN-VALOR(WS-IDX-PR, 4) =
               TB-AC-RECEITA(WS-IDX-PR) - TB-AC-CMV(WS-IDX-PR).

           IF TB-AC-RECEITA(WS-IDX-PR) = ZEROS
               MOVE "N" TO TB-IN-SITUACAO(WS-IDX-PR, 5)
           ELSE
               COMPUTE TB-IN-VALOR(WS-IDX-PR, 5) ROUNDED =
                   TB-IN-VALOR(WS-IDX-PR, 4) * 100
                   / TB-AC-RECEITA(WS-IDX-PR)
           END-IF.

           IF TB-AC-QTD-VENDAS(WS-IDX-PR) = ZEROS
               MOVE "N" TO TB-IN-SITUACAO(WS-IDX-PR, 6)
           ELSE
               COMPUTE TB-IN-VALOR(WS-IDX-PR, 6) ROUNDED =
                   TB-AC-RECEITA(WS-IDX-PR)
                   / TB-AC-QTD-VENDAS(WS-IDX-PR)
           END-IF.

      *    ESTOQUE E CARTEIRA: SEM A FONTE, VALE O HISTORICO.
           MOVE TB-AC-ESTOQUE(WS-IDX-PR) TO TB-IN-VALOR(WS-IDX-PR, 7).
           MOVE TB-AC-SIT-ESTOQUE(WS-IDX-PR)
               TO TB-IN-SITUACAO(WS-IDX-PR, 7).
           MOVE TB-AC-CARTEIRA(WS-IDX-PR)
               TO TB-IN-VALOR(WS-IDX-PR, 12).
           MOVE TB-AC-SIT-CARTEIRA(WS-IDX-PR)
               TO TB-IN-SITUACAO(WS-IDX-PR, 12).

           PERFORM LOCALIZAR-HISTORICO.

           IF WS-POS-HI > ZEROS
               MOVE HISTORICO-ITEM(WS-POS-HI) TO WS-HI-LINHA

               MOVE CONST-IND-ESTOQUE TO WS-IDX-IND
               PERFORM RECUPERAR-DO-HISTORICO

               MOVE CONST-IND-CARTEIRA TO WS-IDX-IND
               PERFORM RECUPERAR-DO-HISTORICO
           END-IF.

      *    GIRO: SAIDAS DO MES SOBRE O ESTOQUE DO FIM DO MES.
           IF FLAG-IN-SEM-DADO(WS-IDX-PR, CONST-IND-ESTOQUE)
           OR TB-IN-VALOR(WS-IDX-PR, CONST-IND-ESTOQUE) <= ZEROS
               MOVE "N" TO TB-IN-SITUACAO(WS-IDX-PR, CONST-IND-GIRO)
           ELSE
               COMPUTE TB-IN-VALOR(WS-IDX-PR, CONST-IND-GIRO) ROUNDED =
                   TB-AC-SAIDAS(WS-IDX-PR)
                   / TB-IN-VALOR(WS-IDX-PR, CONST-IND-ESTOQUE)
               MOVE TB-IN-SITUACAO(WS-IDX-PR, CONST-IND-ESTOQUE)
                   TO TB-IN-SITUACAO(WS-IDX-PR, CONST-IND-GIRO)
           END-IF.

      *    MENSALIDADES
           MOVE TB-AC-FATURADO(WS-IDX-PR) TO TB-IN-VALOR(WS-IDX-PR, 9).
           MOVE TB-AC-RECEBIDO(WS-IDX-PR)
               TO TB-IN-VALOR(WS-IDX-PR, 10).

           IF TB-AC-FATURADO(WS-IDX-PR) = ZEROS
               MOVE "N" TO TB-IN-SITUACAO(WS-IDX-PR, 11)
           ELSE
               COMPUTE TB-IN-VALOR(WS-IDX-PR, 11) ROUNDED =
                   TB-AC-VENCIDO(WS-IDX-PR) * 100
                   / TB-AC-FATURADO(WS-IDX-PR)
           END-IF.
      *--------------------------------------------------------------*
       RECUPERAR-DO-HISTORICO.

           IF FLAG-IN-SEM-DADO(WS-IDX-PR, WS-IDX-IND)
           AND WS-HI-SITUACAO(WS-IDX-IND) NOT = "N"
           AND WS-HI-SITUACAO(WS-IDX-IND) NOT = SPACES
               MOVE WS-HI-VALOR(WS-IDX-IND)
                   TO TB-IN-VALOR(WS-IDX-PR, WS-IDX-IND)
               MOVE WS-HI-SITUACAO(WS-IDX-IND)
                   TO TB-IN-SITUACAO(WS-IDX-PR, WS-IDX-IND)
           END-IF.
      *--------------------------------------------------------------*
      *    A LINHA DA COMPETENCIA SUBSTITUI A DE UMA EMISSAO ANTERIOR
      *    DO MESMO MES; HISTORICO CHEIO NAO RECEBE MES NOVO.
      *--------------------------------------------------------------*
       GRAVAR-HISTORICO.

           MOVE SPACES TO WS-HI-LINHA.
           MOVE TB-PR-ANO-MES(1) TO WS-HI-ANO-MES.

           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
           UNTIL WS-IDX-IND > CONST-QTD-INDICADORES
               MOVE TB-IN-VALOR(1, WS-IDX-IND)
                   TO WS-HI-VALOR(WS-IDX-IND)
               MOVE TB-IN-SITUACAO(1, WS-IDX-IND)
                   TO WS-HI-SITUACAO(WS-IDX-IND)
           END-PERFORM.

           MOVE 1 TO WS-IDX-PR.
           PERFORM LOCALIZAR-HISTORICO.

           IF WS-POS-HI = ZEROS
               IF WS-TOTAL-HISTORICO < CONST-LIMITE-HISTORICO
                   ADD 1 TO WS-TOTAL-HISTORICO
                   MOVE WS-TOTAL-HISTORICO TO WS-POS-HI
               ELSE
                   DISPLAY "HISTORICO DE INDICADORES CHEIO - "
                           "COMPETENCIA NAO GUARDADA"
               END-IF
           END-IF.

           IF WS-POS-HI > ZEROS
               MOVE WS-HI-LINHA TO HISTORICO-ITEM(WS-POS-HI)

               PERFORM OBTER-CAMINHO-HISTORICO

               OPEN OUTPUT HISTORICO

               PERFORM VARYING WS-IDX-HI FROM 1 BY 1
               UNTIL WS-IDX-HI > WS-TOTAL-HISTORICO
                   WRITE REG-HISTORICO FROM HISTORICO-ITEM(WS-IDX-HI)
               END-PERFORM

               CLOSE HISTORICO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.

           DISPLAY "DD_RELAT-KPI"    UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-KPI.

           MOVE TB-PR-MES(1) TO WS-RP-MES.
           MOVE TB-PR-ANO(1) TO WS-RP-ANO.
           MOVE WS-ROTULO-PERIODO TO CAB-COMPETENCIA CAB-PERIODO-1.

           MOVE TB-PR-MES(2) TO WS-RP-MES.
           MOVE TB-PR-ANO(2) TO WS-RP-ANO.
           MOVE WS-ROTULO-PERIODO TO CAB-PERIODO-2.

           MOVE TB-PR-MES(3) TO WS-RP-MES.
           MOVE TB-PR-ANO(3) TO WS-RP-ANO.
           MOVE WS-ROTULO-PERIODO TO CAB-PERIODO-3.

           WRITE REC-RELAT-KPI FROM CABEC1
           BEFORE ADVANCING 2 LINES.
           WRITE REC-RELAT-KPI FROM CABEC2
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM CABEC3
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-LINHA-INDICADOR
           VARYING WS-IDX-IND FROM 1 BY 1
           UNTIL WS-IDX-IND > CONST-QTD-INDICADORES.

           WRITE REC-RELAT-KPI FROM SPACES
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM LEGENDA1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM LEGENDA2
           BEFORE ADVANCING 2 LINES.
           WRITE REC-RELAT-KPI FROM NOTA1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM NOTA2
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM NOTA3
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM NOTA4
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-KPI FROM NOTA5
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-KPI.

           DISPLAY "PACOTE DE INDICADORES EM " WS-DESTINO-RELAT.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PACOTE DE INDICADORES EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           MOVE 1 TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-INDICADOR.

           MOVE SPACES TO DETALHE.
           MOVE TB-IN-NOME(WS-IDX-IND) TO DT-NOME.

           MOVE 1 TO WS-IDX-PR.
           PERFORM FORMATAR-CELULA.
           MOVE WS-CELULA TO DT-ATUAL.
           MOVE WS-MARCA  TO DT-MARCA-ATUAL.

           MOVE 2 TO WS-IDX-PR.
           PERFORM FORMATAR-CELULA.
           MOVE WS-CELULA TO DT-ANTERIOR.
           MOVE WS-MARCA  TO DT-MARCA-ANTERIOR.
           MOVE 2 TO WS-IDX-BASE.
           PERFORM CALCULAR-SETA.
           MOVE WS-SETA   TO DT-SETA-ANTERIOR.

           MOVE 3 TO WS-IDX-PR.
           PERFORM FORMATAR-CELULA.
           MOVE WS-CELULA TO DT-ANO-ANTERIOR.
           MOVE WS-MARCA  TO DT-MARCA-ANO.
           MOVE 3 TO WS-IDX-BASE.
           PERFORM CALCULAR-SETA.
           MOVE WS-SETA   TO DT-SETA-ANO.

           WRITE REC-RELAT-KPI FROM DETALHE
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       FORMATAR-CELULA.

           MOVE SPACES TO WS-CELULA WS-MARCA.

           EVALUATE TRUE
               WHEN FLAG-IN-SEM-DADO(WS-IDX-PR, WS-IDX-IND)
                   MOVE "N/D" TO WS-CELULA
               WHEN TB-IN-TIPO(WS-IDX-IND) = "Q"
                   MOVE TB-IN-VALOR(WS-IDX-PR, WS-IDX-IND)
                       TO WS-ED-QTD
                   MOVE WS-ED-QTD TO WS-CELULA
               WHEN TB-IN-TIPO(WS-IDX-IND) = "P"
                   MOVE TB-IN-VALOR(WS-IDX-PR, WS-IDX-IND)
                       TO WS-ED-PERC-NUM
                   MOVE WS-ED-PERC TO WS-CELULA
               WHEN TB-IN-TIPO(WS-IDX-IND) = "G"
                   MOVE TB-IN-VALOR(WS-IDX-PR, WS-IDX-IND)
                       TO WS-ED-GIRO-NUM
                   MOVE WS-ED-GIRO TO WS-CELULA
               WHEN OTHER
                   MOVE TB-IN-VALOR(WS-IDX-PR, WS-IDX-IND)
                       TO WS-ED-VALOR
                   MOVE WS-ED-VALOR TO WS-CELULA
           END-EVALUATE.

           IF FLAG-IN-ESTIMADO(WS-IDX-PR, WS-IDX-IND)
               MOVE "*" TO WS-MARCA
           END-IF.
      *--------------------------------------------------------------*
      *    SETA DA COMPETENCIA CONTRA O PERIODO WS-IDX-BASE: "^"
      *    ACIMA, "v" ABAIXO, "=" DENTRO DA FAIXA ESTAVEL; EM BRANCO
      *    QUANDO UM DOS DOIS NAO TEM DADO.
      *--------------------------------------------------------------*
       CALCULAR-SETA.

           MOVE SPACES TO WS-SETA.

           IF NOT FLAG-IN-SEM-DADO(1, WS-IDX-IND)
           AND NOT FLAG-IN-SEM-DADO(WS-IDX-BASE, WS-IDX-IND)
               COMPUTE WS-DIFERENCA =
                   TB-IN-VALOR(1, WS-IDX-IND)
                   - TB-IN-VALOR(WS-IDX-BASE, WS-IDX-IND)

               COMPUTE WS-LIMITE-ESTAVEL ROUNDED =
                   TB-IN-VALOR(WS-IDX-BASE, WS-IDX-IND)
                   * CONST-FAIXA-ESTAVEL / 100

               IF WS-LIMITE-ESTAVEL < ZEROS
                   COMPUTE WS-LIMITE-ESTAVEL = WS-LIMITE-ESTAVEL * -1
               END-IF

               EVALUATE TRUE
                   WHEN WS-DIFERENCA > WS-LIMITE-ESTAVEL
                       MOVE "^" TO WS-SETA
                   WHEN WS-DIFERENCA < WS-LIMITE-ESTAVEL * -1
                       MOVE "v" TO WS-SETA
                   WHEN OTHER
                       MOVE "=" TO WS-SETA
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP11_15"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP11_15"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
