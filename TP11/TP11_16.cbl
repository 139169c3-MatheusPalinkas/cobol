       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP11_16.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PROJECAO DO FLUXO DE CAIXA DOS PROXIMOS 90 DIAS, DIA A DIA
      *    E SEMANA A SEMANA, A PARTIR DO SALDO INICIAL DIGITADO:
      *      SAIDAS  - FOLHA LIQUIDA (DIA CONST-DIA-FOLHA) E
      *                ADIANTAMENTO (DIA CONST-DIA-ADIANTAMENTO) COM
      *                OS VALORES DA ULTIMA COMPETENCIA FECHADA
      *                (competencias.dat / folha.dat); GUIAS GPS E
      *                FGTS EM ABERTO (guias_controle.dat) E, PARA A
      *                COMPETENCIA AINDA SEM GUIA, A ESTIMATIVA PELA
      *                ULTIMA FECHADA; REPASSE DOS CONSIGNADOS
      *                (emprestimos.dat) JUNTO COM A FOLHA; PARCELAS
      *                DE FORNECEDOR EM ABERTO (contas_pagar.dat).
      *      ENTRADAS - MENSALIDADES EM ABERTO (mensalidades.dat) E,
      *                NO MES AINDA NAO GERADO, O TOTAL DO ULTIMO MES
      *                FATURADO; PARCELAS DE CLIENTE EM ABERTO
      *                (receber.dat).
      *    SAIDA VENCIDA E NAO PAGA ENTRA NO PRIMEIRO DIA; ENTRADA
      *    VENCIDA FICA FORA DA PROJECAO, SO TOTALIZADA A PARTE.
      *    CADA EMISSAO FICA GRAVADA EM fluxo_projecoes.txt, E O
      *    RELATORIO CONFRONTA A PROJECAO FEITA PARA O MES ANTERIOR
      *    COM O QUE FOI DE FATO PAGO E RECEBIDO NELE.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPETENCIA-SELECT.

           COPY FOLHA-SELECT.

           COPY ADIANT-SELECT.

           COPY GUIA-CTRL-SELECT.

           COPY EMPRESTIMO-SELECT.

           COPY PAGAR-SELECT.

           COPY MENSALIDADE-SELECT.

           COPY RECEBER-SELECT.

           SELECT PROJECOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROJECOES.

           SELECT RELAT-FLUXO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY COMPETENCIA-FD.

       COPY FOLHA-FD.

       COPY ADIANT-FD.

       COPY GUIA-CTRL-FD.

       COPY EMPRESTIMO-FD.

       COPY PAGAR-FD.

       COPY MENSALIDADE-FD.

       COPY RECEBER-FD.

      *    PROJECOES EMITIDAS (fluxo_projecoes.txt): UMA LINHA POR
      *    DIA E CATEGORIA COM VALOR, IDENTIFICADAS PELA DATA E HORA
      *    DA EMISSAO.
       FD  PROJECOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PROJECAO.

       01  REG-PROJECAO.
           05 FP-EMISSAO            PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FP-HORA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FP-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FP-CATEGORIA          PIC 9                 VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FP-VALOR              PIC 9(9)V9(2)         VALUE ZEROS.

       FD RELAT-FLUXO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-FLUXO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY COMPETENCIA-STATUS.
           COPY FOLHA-STATUS.
           COPY ADIANT-STATUS.
           COPY GUIA-CTRL-STATUS.
           COPY EMPRESTIMO-STATUS.
           COPY PAGAR-STATUS.
           COPY MENSALIDADE-STATUS.
           COPY MENSALIDADE-CONST.
           COPY RECEBER-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-PROJECOES          PIC X(60)      VALUE SPACES.
       77 WS-STATUS-PROJECOES       PIC X(02)      VALUE SPACES.
           88 FLAG-PROJECOES-SUCESSO               VALUE "00".
           88 FLAG-PROJECOES-EOF                   VALUE "10".
           88 FLAG-PROJECOES-NAO-CRIADO            VALUE "35".
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-SALDO-INICIAL          PIC S9(9)V9(2) VALUE ZEROS.
      *---- DIAS DE PAGAMENTO DA FOLHA -------------------------------*
      *    A FOLHA LIQUIDA E O REPASSE DOS CONSIGNADOS SAEM NO DIA
      *    CONST-DIA-FOLHA DO MES SEGUINTE A COMPETENCIA, O
      *    ADIANTAMENTO NO DIA CONST-DIA-ADIANTAMENTO DA PROPRIA
      *    COMPETENCIA; GPS E FGTS VENCEM COMO EM TP08-GUIAS.
       77 CONST-DIA-FOLHA           PIC 9(2)       VALUE 05.
       77 CONST-DIA-ADIANTAMENTO    PIC 9(2)       VALUE 20.
       77 CONST-DIA-GPS             PIC 9(2)       VALUE 20.
       77 CONST-DIA-FGTS            PIC 9(2)       VALUE 07.
      *---- JANELA DA PROJECAO ---------------------------------------*
       77 CONST-DIAS-PROJECAO       PIC 9(2)       VALUE 90.
       77 CONST-QTD-SEMANAS         PIC 9(2)       VALUE 13.
       77 CONST-QTD-MESES           PIC 9          VALUE 4.
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
       77 WS-HORA-EMISSAO           PIC 9(8)       VALUE ZEROS.
       77 WS-HOJE-INT               PIC 9(8)       VALUE ZEROS.
       77 WS-SEQ-HOJE               PIC 9(6)       VALUE ZEROS.
       77 WS-SEQ-FECHADA            PIC 9(6)       VALUE ZEROS.
       77 WS-SEQ-AUX                PIC 9(6)       VALUE ZEROS.
       77 WS-ANO-MES-FECHADA        PIC 9(6)       VALUE ZEROS.
       77 WS-ANO-MES-AUX            PIC 9(6)       VALUE ZEROS.
       77 WS-DATA-LANC              PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-LANC-INT          PIC 9(8)       VALUE ZEROS.
       77 WS-DESLOCAMENTO           PIC S9(8)      VALUE ZEROS.
       77 WS-POS-DIA                PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-DIA                PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-MES                PIC 9          VALUE ZEROS.
       77 WS-IDX-SEM                PIC 9(2)       VALUE ZEROS.
       77 WS-VENCIDO                PIC X          VALUE "N".
           88 FLAG-VENCIDO                         VALUE "S".
      *    MESES DE CALENDARIO QUE A JANELA ALCANCA (O CORRENTE E OS
      *    TRES SEGUINTES), EM SEQUENCIA ANO * 12 + MES - 1.
       01 TB-MESES.
           02 MES-ITEM OCCURS 4 TIMES.
               10 TB-MS-SEQ         PIC 9(6)       VALUE ZEROS.
               10 TB-MS-ANO         PIC 9(4)       VALUE ZEROS.
               10 TB-MS-MES         PIC 9(2)       VALUE ZEROS.
               10 TB-MS-TEM-GPS     PIC X          VALUE "N".
               10 TB-MS-TEM-FGTS    PIC X          VALUE "N".
      *---- CATEGORIAS -----------------------------------------------*
      *    TIPO DE CADA CATEGORIA, NA ORDEM DOS NOMES: S SAIDA,
      *    E ENTRADA.
       77 CONST-QTD-CATEGORIAS      PIC 9          VALUE 7.
       77 CONST-CAT-FOLHA           PIC 9          VALUE 1.
       77 CONST-CAT-ADIANTAMENTO    PIC 9          VALUE 2.
       77 CONST-CAT-GUIAS           PIC 9          VALUE 3.
       77 CONST-CAT-CONSIGNADO      PIC 9          VALUE 4.
       77 CONST-CAT-FORNECEDORES    PIC 9          VALUE 5.
       77 CONST-CAT-MENSALIDADES    PIC 9          VALUE 6.
       77 CONST-CAT-RECEBER         PIC 9          VALUE 7.
       77 WS-IDX-CAT                PIC 9          VALUE ZEROS.
       01 TB-CATEGORIAS-NOMES.
           05 FILLER PIC X(22) VALUE "FOLHA LIQUIDA".
           05 FILLER PIC X(22) VALUE "ADIANTAMENTO".
           05 FILLER PIC X(22) VALUE "GUIAS GPS/FGTS".
           05 FILLER PIC X(22) VALUE "REPASSE CONSIGNADOS".
           05 FILLER PIC X(22) VALUE "FORNECEDORES".
           05 FILLER PIC X(22) VALUE "MENSALIDADES".
           05 FILLER PIC X(22) VALUE "CONTAS A RECEBER".
       01 TB-CATEGORIAS-ROTULOS REDEFINES TB-CATEGORIAS-NOMES.
           05 TB-CT-NOME OCCURS 7 TIMES PIC X(22).
       01 TB-CATEGORIAS-TIPOS       PIC X(7)       VALUE "SSSSSEE".
       01 TB-CATEGORIAS-TIPO REDEFINES TB-CATEGORIAS-TIPOS.
           05 TB-CT-TIPO OCCURS 7 TIMES PIC X.
               88 FLAG-CT-ENTRADA                  VALUE "E".
       01 TB-CATEGORIAS-TOTAIS.
           02 CATEGORIA-ITEM OCCURS 7 TIMES.
               10 TB-CT-TOTAL       PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-CT-ESTIMADO    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-CT-PROJETADO   PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-CT-REALIZADO   PIC S9(11)V9(2) VALUE ZEROS.
      *---- PROJECAO DIA A DIA ---------------------------------------*
       01 TB-DIAS.
           02 DIA-ITEM OCCURS 90 TIMES.
               10 TB-DI-DATA        PIC 9(8)       VALUE ZEROS.
               10 TB-DI-VALOR OCCURS 7 TIMES
                                    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-DI-ENTRADAS    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-DI-SAIDAS      PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-DI-SALDO       PIC S9(11)V9(2) VALUE ZEROS.
       01 TB-SEMANAS.
           02 SEMANA-ITEM OCCURS 13 TIMES.
               10 TB-SM-INICIO      PIC 9(8)       VALUE ZEROS.
               10 TB-SM-FIM         PIC 9(8)       VALUE ZEROS.
               10 TB-SM-ENTRADAS    PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-SM-SAIDAS      PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-SM-SALDO       PIC S9(11)V9(2) VALUE ZEROS.
      *---- BASES DA ULTIMA COMPETENCIA FECHADA ----------------------*
       77 WS-BASE-LIQUIDO           PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-BASE-ADIANTAMENTO      PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-BASE-CONSIGNADO        PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-BASE-GPS               PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-BASE-FGTS              PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-ULTIMO-MES-FATURADO    PIC 9(6)       VALUE ZEROS.
       77 WS-BASE-MENSALIDADES      PIC S9(11)V9(2) VALUE ZEROS.
      *---- APOIO DOS LANCAMENTOS ------------------------------------*
       77 WS-VALOR-LANC             PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-LANC-ESTIMADO          PIC X          VALUE "N".
           88 FLAG-LANC-ESTIMADO                   VALUE "S".
       77 WS-SEQ-GUIA               PIC 9(6)       VALUE ZEROS.
       77 WS-PARCELA-ORDEM          PIC S9(6)      VALUE ZEROS.
       77 WS-SALDO-RESTANTE         PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-VENCIDO-MENSALIDADES   PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-VENCIDO-RECEBER        PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-QTD-GRAVADAS           PIC 9(5)       VALUE ZEROS.
      *---- CONFRONTO COM O MES ANTERIOR -----------------------------*
       77 WS-SEQ-ANTERIOR           PIC 9(6)       VALUE ZEROS.
       77 WS-ANT-INICIO             PIC 9(8)       VALUE ZEROS.
       77 WS-ANT-FIM                PIC 9(8)       VALUE ZEROS.
       77 WS-ANT-ANO-MES            PIC 9(6)       VALUE ZEROS.
       77 WS-SEQ-COMP-PAGA          PIC 9(6)       VALUE ZEROS.
       77 WS-CHAVE-LIDA             PIC 9(16)      VALUE ZEROS.
       77 WS-CHAVE-ANTES            PIC 9(16)      VALUE ZEROS.
       77 WS-CHAVE-DENTRO           PIC 9(16)      VALUE ZEROS.
       77 WS-CHAVE-ESCOLHIDA        PIC 9(16)      VALUE ZEROS.
       77 WS-PROJ-ENTRADAS          PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-PROJ-SAIDAS            PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-REAL-ENTRADAS          PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-REAL-SAIDAS            PIC S9(11)V9(2) VALUE ZEROS.
      *---- DATAS EDITADAS -------------------------------------------*
       01 WS-DATA-AUX.
           05 WS-DA-ANO             PIC 9(4)       VALUE ZEROS.
           05 WS-DA-MES             PIC 9(2)       VALUE ZEROS.
           05 WS-DA-DIA             PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(8).
       01 WS-DATA-EDITADA.
           05 WS-DE-DIA             PIC 9(2)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE "/".
           05 WS-DE-MES             PIC 9(2)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE "/".
           05 WS-DE-ANO             PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-LINHAS             PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 LN-TITULO.
           05 FILLER PIC X(50) VALUE
              "PROJECAO DE FLUXO DE CAIXA - 90 DIAS A PARTIR DE ".
           05 LN-TIT-DATA PIC X(10).
       01 LN-SALDO-INICIAL.
           05 FILLER PIC X(25) VALUE "SALDO INICIAL INFORMADO: ".
           05 LN-SI-VALOR PIC -ZZZ.ZZZ.ZZ9,99.
       01 LN-SECAO.
           05 LN-SECAO-TEXTO PIC X(80).
       01 LN-CAB-SEMANA.
           05 FILLER PIC X(04) VALUE "SEM".
           05 FILLER PIC X(12) VALUE "DE".
           05 FILLER PIC X(12) VALUE "ATE".
           05 FILLER PIC X(15) VALUE "       ENTRADAS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "         SAIDAS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "  SALDO DO FIM".
       01 LN-SEMANA.
           05 LN-SM-NUMERO PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-SM-INICIO PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-SM-FIM PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-SM-ENTRADAS PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-SM-SAIDAS PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-SM-SALDO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 LN-SM-MARCA PIC X.
       01 LN-CAB-CATEGORIA.
           05 FILLER PIC X(22) VALUE "CATEGORIA".
           05 FILLER PIC X(09) VALUE "TIPO".
           05 FILLER PIC X(15) VALUE "  TOTAL 90 DIAS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "   DO QUAL EST.".
       01 LN-CATEGORIA.
           05 LN-CT-NOME PIC X(22).
           05 LN-CT-TIPO PIC X(09).
           05 LN-CT-TOTAL PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-CT-ESTIMADO PIC -ZZZ.ZZZ.ZZ9,99.
       01 LN-VENCIDOS.
           05 LN-VC-TEXTO PIC X(45).
           05 LN-VC-VALOR PIC -ZZZ.ZZZ.ZZ9,99.
       01 LN-CAB-DIA.
           05 FILLER PIC X(12) VALUE "DATA".
           05 FILLER PIC X(15) VALUE "       ENTRADAS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "         SAIDAS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "          SALDO".
       01 LN-DIA.
           05 LN-DI-DATA PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-DI-ENTRADAS PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-DI-SAIDAS PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-DI-SALDO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-DI-MARCA PIC X(08).
       01 LN-CMP-TITULO.
           05 FILLER PIC X(24) VALUE "PROJETADO x REALIZADO - ".
           05 LN-CMP-MES PIC 9(2).
           05 FILLER PIC X VALUE "/".
           05 LN-CMP-ANO PIC 9(4).
           05 FILLER PIC X(23) VALUE " (PROJECAO EMITIDA EM ".
           05 LN-CMP-EMISSAO PIC X(10).
           05 FILLER PIC X VALUE ")".
       01 LN-CAB-CMP.
           05 FILLER PIC X(22) VALUE "CATEGORIA".
           05 FILLER PIC X(15) VALUE "      PROJETADO".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "      REALIZADO".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "      DIFERENCA".
       01 LN-CMP.
           05 LN-CMP-NOME PIC X(22).
           05 LN-CMP-PROJETADO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-CMP-REALIZADO PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-CMP-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP11.16 - Projecao de fluxo de caixa (90 dias)".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Saldo inicial em caixa e bancos:".
           10 SC-SALDO-INICIAL      LINE + 0  COLUMN 44
           PIC -ZZZ.ZZZ.ZZ9,99 USING WS-SALDO-INICIAL.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM MONTAR-JANELA.
           PERFORM LOCALIZAR-COMPETENCIA-FECHADA.
           PERFORM TOTALIZAR-FOLHA.
           PERFORM TOTALIZAR-ADIANTAMENTOS.
           PERFORM TOTALIZAR-GUIAS.
           PERFORM PROJETAR-FOLHA.
           PERFORM PROJETAR-CONSIGNADOS.
           PERFORM TOTALIZAR-PAGAR.
           PERFORM TOTALIZAR-MENSALIDADES.
           PERFORM PROJETAR-MENSALIDADES.
           PERFORM TOTALIZAR-RECEBER.
           PERFORM ACUMULAR-SALDOS.
           PERFORM CONFRONTAR-MES-ANTERIOR.
           PERFORM GRAVAR-PROJECAO.
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-SALDO-INICIAL.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COMPETENCIAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="competencias.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COMPETENCIAS==
                ==:DDVAR:==  BY =="DD_COMPETENCIAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FOLHA.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="folha.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FOLHA==
                ==:DDVAR:==  BY =="DD_FOLHA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ADIANTAMENTOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="adiantamentos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-ADIANTAMENTOS==
                ==:DDVAR:==  BY =="DD_ADIANTAMENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-GUIAS-CTRL.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="guias_controle.dat"==
                ==:DESTINO:== BY ==WS-ARQ-GUIAS-CTRL==
                ==:DDVAR:==  BY =="DD_GUIAS-CTRL"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESTIMOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="emprestimos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-EMPRESTIMOS==
                ==:DDVAR:==  BY =="DD_EMPRESTIMOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PAGAR.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="contas_pagar.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PAGAR==
                ==:DDVAR:==  BY =="DD_PAGAR"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MENSALIDADES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="mensalidades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MENSALIDADES==
                ==:DDVAR:==  BY =="DD_MENSALIDADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RECEBER.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="receber.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RECEBER==
                ==:DDVAR:==  BY =="DD_RECEBER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROJECOES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="fluxo_projecoes.txt"==
                ==:DESTINO:== BY ==WS-ARQ-PROJECOES==
                ==:DDVAR:==  BY =="DD_PROJECOES"==.
      *--------------------------------------------------------------*
      *    MONTA OS 90 DIAS, AS 13 SEMANAS, OS QUATRO MESES DE
      *    CALENDARIO DA JANELA E O MES ANTERIOR DO CONFRONTO.
      *--------------------------------------------------------------*
       MONTAR-JANELA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EMISSAO FROM TIME.

           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > CONST-DIAS-PROJECAO
               COMPUTE TB-DI-DATA(WS-IDX-DIA) =
                   FUNCTION DATE-OF-INTEGER
                   (WS-HOJE-INT + WS-IDX-DIA - 1)
           END-PERFORM.

           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
           UNTIL WS-IDX-SEM > CONST-QTD-SEMANAS
               COMPUTE WS-IDX-DIA = (WS-IDX-SEM - 1) * 7 + 1
               MOVE TB-DI-DATA(WS-IDX-DIA) TO TB-SM-INICIO(WS-IDX-SEM)
               ADD 6 TO WS-IDX-DIA
               IF WS-IDX-DIA > CONST-DIAS-PROJECAO
                   MOVE CONST-DIAS-PROJECAO TO WS-IDX-DIA
               END-IF
               MOVE TB-DI-DATA(WS-IDX-DIA) TO TB-SM-FIM(WS-IDX-SEM)
           END-PERFORM.

           MOVE WS-DATA-HOJE TO WS-DATA-AUX-NUM.
           COMPUTE WS-SEQ-HOJE = WS-DA-ANO * 12 + WS-DA-MES - 1.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES > CONST-QTD-MESES
               COMPUTE TB-MS-SEQ(WS-IDX-MES) =
                   WS-SEQ-HOJE + WS-IDX-MES - 1
               MOVE TB-MS-SEQ(WS-IDX-MES) TO WS-SEQ-AUX
               PERFORM CONVERTER-SEQUENCIA
               MOVE WS-DA-ANO TO TB-MS-ANO(WS-IDX-MES)
               MOVE WS-DA-MES TO TB-MS-MES(WS-IDX-MES)
           END-PERFORM.

           COMPUTE WS-SEQ-ANTERIOR = WS-SEQ-HOJE - 1.
           MOVE WS-SEQ-ANTERIOR TO WS-SEQ-AUX.
           PERFORM CONVERTER-SEQUENCIA.
           COMPUTE WS-ANT-ANO-MES = WS-DA-ANO * 100 + WS-DA-MES.
           COMPUTE WS-ANT-INICIO  = WS-ANT-ANO-MES * 100 + 1.
           COMPUTE WS-ANT-FIM     = WS-ANT-ANO-MES * 100 + 31.
      *--------------------------------------------------------------*
      *    CONVERTE A SEQUENCIA WS-SEQ-AUX (ANO * 12 + MES - 1) EM
      *    WS-DA-ANO / WS-DA-MES.
      *--------------------------------------------------------------*
       CONVERTER-SEQUENCIA.

           DIVIDE WS-SEQ-AUX BY 12 GIVING WS-DA-ANO
               REMAINDER WS-DA-MES.
           ADD 1 TO WS-DA-MES.
      *--------------------------------------------------------------*
      *    DEVOLVE EM WS-POS-DIA O DIA DA JANELA DE WS-DATA-LANC
      *    (ZERO FORA DELA) E EM WS-VENCIDO SE A DATA JA PASSOU.
      *--------------------------------------------------------------*
       POSICIONAR-DIA.

           MOVE ZEROS TO WS-POS-DIA.
           MOVE "N"   TO WS-VENCIDO.

           IF WS-DATA-LANC < WS-DATA-HOJE
               MOVE "S" TO WS-VENCIDO
           ELSE
               COMPUTE WS-DATA-LANC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LANC)
               COMPUTE WS-DESLOCAMENTO =
                   WS-DATA-LANC-INT - WS-HOJE-INT

               IF WS-DESLOCAMENTO < CONST-DIAS-PROJECAO
                   COMPUTE WS-POS-DIA = WS-DESLOCAMENTO + 1
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    SOMA WS-VALOR-LANC NA CATEGORIA WS-IDX-CAT DO DIA
      *    WS-POS-DIA.
      *--------------------------------------------------------------*
       LANCAR-VALOR.

           IF WS-POS-DIA > ZEROS
           AND WS-VALOR-LANC NOT = ZEROS
               ADD WS-VALOR-LANC
                   TO TB-DI-VALOR(WS-POS-DIA, WS-IDX-CAT)
               ADD WS-VALOR-LANC TO TB-CT-TOTAL(WS-IDX-CAT)

               IF FLAG-LANC-ESTIMADO
                   ADD WS-VALOR-LANC TO TB-CT-ESTIMADO(WS-IDX-CAT)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A ULTIMA COMPETENCIA FECHADA DE QUALQUER EMPRESA DO GRUPO
      *    DA AS BASES DA FOLHA; SEM NENHUMA, VALE O MES ANTERIOR.
      *--------------------------------------------------------------*
       LOCALIZAR-COMPETENCIA-FECHADA.

           MOVE ZEROS  TO WS-ANO-MES-FECHADA.
           MOVE SPACES TO WS-STATUS-COMPETENCIAS.

           PERFORM OBTER-CAMINHO-COMPETENCIAS.

           OPEN INPUT COMPETENCIAS.

           IF FLAG-COMPETENCIAS-SUCESSO
               PERFORM LER-LINHA-COMPETENCIA WITH TEST BEFORE
               UNTIL FLAG-COMPETENCIAS-EOF
               CLOSE COMPETENCIAS
           END-IF.

           IF WS-ANO-MES-FECHADA = ZEROS
               COMPUTE WS-SEQ-FECHADA = WS-SEQ-HOJE - 1
           ELSE
               DIVIDE WS-ANO-MES-FECHADA BY 100 GIVING WS-DA-ANO
                   REMAINDER WS-DA-MES
               COMPUTE WS-SEQ-FECHADA = WS-DA-ANO * 12 + WS-DA-MES - 1
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-COMPETENCIA.

           READ COMPETENCIAS.

           IF NOT FLAG-COMPETENCIAS-EOF
           AND FLAG-COMP-FECHADA
               COMPUTE WS-ANO-MES-AUX = CP-ANO * 100 + CP-MES

               IF WS-ANO-MES-AUX > WS-ANO-MES-FECHADA
                   MOVE WS-ANO-MES-AUX TO WS-ANO-MES-FECHADA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    DA FOLHA NORMAL SAEM AS BASES DA COMPETENCIA FECHADA E O
      *    REALIZADO DA COMPETENCIA PAGA NO MES ANTERIOR (LIQUIDO E
      *    PARCELAS DE CONSIGNADO DESCONTADAS E REPASSADAS).
      *--------------------------------------------------------------*
       TOTALIZAR-FOLHA.

           COMPUTE WS-SEQ-COMP-PAGA = WS-SEQ-ANTERIOR - 1.

           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM TOTALIZAR-LINHA-FOLHA WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
           AND FLAG-FH-NORMAL
               COMPUTE WS-SEQ-AUX = FH-COMP-ANO * 12 + FH-COMP-MES - 1

               IF FH-EMPRESTIMO NOT NUMERIC
                   MOVE ZEROS TO FH-EMPRESTIMO
               END-IF

               IF WS-SEQ-AUX = WS-SEQ-FECHADA
                   ADD FH-SALARIO-LIQUIDO TO WS-BASE-LIQUIDO
                   ADD FH-ADIANTAMENTO    TO WS-BASE-ADIANTAMENTO
                   ADD FH-EMPRESTIMO      TO WS-BASE-CONSIGNADO
               END-IF

               IF WS-SEQ-AUX = WS-SEQ-COMP-PAGA
                   ADD FH-SALARIO-LIQUIDO
                       TO TB-CT-REALIZADO(CONST-CAT-FOLHA)
                   ADD FH-EMPRESTIMO
                       TO TB-CT-REALIZADO(CONST-CAT-CONSIGNADO)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    OS VALES CONCEDIDOS NO MES ANTERIOR SAO O REALIZADO DO
      *    ADIANTAMENTO.
      *--------------------------------------------------------------*
       TOTALIZAR-ADIANTAMENTOS.

           MOVE SPACES TO WS-STATUS-ADIANTAMENTOS.

           PERFORM OBTER-CAMINHO-ADIANTAMENTOS.

           OPEN INPUT ADIANTAMENTOS.

           IF FLAG-ADIANTAMENTOS-SUCESSO
               PERFORM TOTALIZAR-LINHA-ADIANTAMENTO WITH TEST BEFORE
               UNTIL FLAG-ADIANTAMENTOS-EOF
               CLOSE ADIANTAMENTOS
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-ADIANTAMENTO.

           READ ADIANTAMENTOS.

           IF NOT FLAG-ADIANTAMENTOS-EOF
           AND AD-DATA-CONCESSAO >= WS-ANT-INICIO
           AND AD-DATA-CONCESSAO <= WS-ANT-FIM
               ADD AD-VALOR TO TB-CT-REALIZADO(CONST-CAT-ADIANTAMENTO)
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-GUIAS.

           MOVE SPACES TO WS-STATUS-GUIAS-CTRL.

           PERFORM OBTER-CAMINHO-GUIAS-CTRL.

           OPEN INPUT GUIAS-CTRL.

           IF FLAG-GUIAS-CTRL-SUCESSO
               PERFORM TOTALIZAR-LINHA-GUIA WITH TEST BEFORE
               UNTIL FLAG-GUIAS-CTRL-EOF
               CLOSE GUIAS-CTRL
           END-IF.
      *--------------------------------------------------------------*
      *    GUIA EM ABERTO ENTRA NO VENCIMENTO (VENCIDA, NO PRIMEIRO
      *    DIA). AS GUIAS DA COMPETENCIA FECHADA SAO A BASE DA
      *    ESTIMATIVA DAS COMPETENCIAS QUE AINDA NAO TEM GUIA, E
      *    CADA GUIA EMITIDA MARCA O MES DO SEU VENCIMENTO PARA A
      *    ESTIMATIVA NAO DUPLICA-LA.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-GUIA.

           READ GUIAS-CTRL.

           IF NOT FLAG-GUIAS-CTRL-EOF
               IF FLAG-GUIA-ABERTA
                   MOVE GC-VENCIMENTO TO WS-DATA-LANC
                   PERFORM POSICIONAR-DIA

                   IF FLAG-VENCIDO
                       MOVE 1 TO WS-POS-DIA
                   END-IF

                   MOVE GC-VALOR        TO WS-VALOR-LANC
                   MOVE CONST-CAT-GUIAS TO WS-IDX-CAT
                   MOVE "N"             TO WS-LANC-ESTIMADO
                   PERFORM LANCAR-VALOR
               END-IF

               IF FLAG-GUIA-PAGA
               AND GC-DATA-PGTO >= WS-ANT-INICIO
               AND GC-DATA-PGTO <= WS-ANT-FIM
                   ADD GC-VALOR TO TB-CT-REALIZADO(CONST-CAT-GUIAS)
               END-IF

               COMPUTE WS-SEQ-GUIA = GC-COMP-ANO * 12 + GC-COMP-MES - 1

               IF WS-SEQ-GUIA = WS-SEQ-FECHADA
                   IF FLAG-GUIA-GPS
                       ADD GC-VALOR TO WS-BASE-GPS
                   ELSE
                       ADD GC-VALOR TO WS-BASE-FGTS
                   END-IF
               END-IF

               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > CONST-QTD-MESES
                   IF WS-SEQ-GUIA + 1 = TB-MS-SEQ(WS-IDX-MES)
                       IF FLAG-GUIA-GPS
                           MOVE "S" TO TB-MS-TEM-GPS(WS-IDX-MES)
                       ELSE
                           MOVE "S" TO TB-MS-TEM-FGTS(WS-IDX-MES)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
      *    EM CADA MES DA JANELA: A FOLHA DA COMPETENCIA ANTERIOR
      *    (SE AINDA NAO PAGA) E O ADIANTAMENTO DA COMPETENCIA DO MES
      *    (SE ELA AINDA NAO FECHOU), MAIS GPS E FGTS DA COMPETENCIA
      *    ANTERIOR QUANDO ELA AINDA NAO TEM GUIA EMITIDA. A FOLHA E
      *    AS GUIAS DA PROPRIA COMPETENCIA FECHADA SAO VALORES
      *    APURADOS; AS DEMAIS, ESTIMATIVAS.
      *--------------------------------------------------------------*
       PROJETAR-FOLHA.

           PERFORM PROJETAR-FOLHA-MES
           VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES > CONST-QTD-MESES.
      *--------------------------------------------------------------*
       PROJETAR-FOLHA-MES.

           COMPUTE WS-SEQ-AUX = TB-MS-SEQ(WS-IDX-MES) - 1.

           IF WS-SEQ-AUX >= WS-SEQ-FECHADA
               IF WS-SEQ-AUX = WS-SEQ-FECHADA
                   MOVE "N" TO WS-LANC-ESTIMADO
               ELSE
                   MOVE "S" TO WS-LANC-ESTIMADO
               END-IF

               MOVE CONST-DIA-FOLHA TO WS-DA-DIA
               PERFORM POSICIONAR-DIA-MES
               MOVE WS-BASE-LIQUIDO TO WS-VALOR-LANC
               MOVE CONST-CAT-FOLHA TO WS-IDX-CAT
               PERFORM LANCAR-VALOR

               IF TB-MS-TEM-GPS(WS-IDX-MES) NOT = "S"
                   MOVE CONST-DIA-GPS TO WS-DA-DIA
                   PERFORM POSICIONAR-DIA-MES
                   MOVE WS-BASE-GPS     TO WS-VALOR-LANC
                   MOVE CONST-CAT-GUIAS TO WS-IDX-CAT
                   MOVE "S"             TO WS-LANC-ESTIMADO
                   PERFORM LANCAR-VALOR
               END-IF

               IF TB-MS-TEM-FGTS(WS-IDX-MES) NOT = "S"
                   MOVE CONST-DIA-FGTS TO WS-DA-DIA
                   PERFORM POSICIONAR-DIA-MES
                   MOVE WS-BASE-FGTS    TO WS-VALOR-LANC
                   MOVE CONST-CAT-GUIAS TO WS-IDX-CAT
                   MOVE "S"             TO WS-LANC-ESTIMADO
                   PERFORM LANCAR-VALOR
               END-IF
           END-IF.

           IF TB-MS-SEQ(WS-IDX-MES) > WS-SEQ-FECHADA
               MOVE CONST-DIA-ADIANTAMENTO TO WS-DA-DIA
               PERFORM POSICIONAR-DIA-MES
               MOVE WS-BASE-ADIANTAMENTO   TO WS-VALOR-LANC
               MOVE CONST-CAT-ADIANTAMENTO TO WS-IDX-CAT
               MOVE "S"                    TO WS-LANC-ESTIMADO
               PERFORM LANCAR-VALOR
           END-IF.
      *--------------------------------------------------------------*
      *    POSICIONA O DIA WS-DA-DIA DO MES WS-IDX-MES DA JANELA.
      *--------------------------------------------------------------*
       POSICIONAR-DIA-MES.

           MOVE TB-MS-ANO(WS-IDX-MES) TO WS-DA-ANO.
           MOVE TB-MS-MES(WS-IDX-MES) TO WS-DA-MES.
           MOVE WS-DATA-AUX-NUM       TO WS-DATA-LANC.

           PERFORM POSICIONAR-DIA.
      *--------------------------------------------------------------*
      *    REPASSE DOS CONSIGNADOS, NO DIA DA FOLHA: O DESCONTADO NA
      *    COMPETENCIA FECHADA (APURADO) E, NAS SEGUINTES, A PARCELA
      *    DE CADA EMPRESTIMO ATIVO ENQUANTO HOUVER SALDO (O SALDO
      *    JA ESTA BAIXADO ATE A COMPETENCIA FECHADA).
      *--------------------------------------------------------------*
       PROJETAR-CONSIGNADOS.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES > CONST-QTD-MESES
               IF TB-MS-SEQ(WS-IDX-MES) - 1 = WS-SEQ-FECHADA
                   MOVE CONST-DIA-FOLHA      TO WS-DA-DIA
                   PERFORM POSICIONAR-DIA-MES
                   MOVE WS-BASE-CONSIGNADO   TO WS-VALOR-LANC
                   MOVE CONST-CAT-CONSIGNADO TO WS-IDX-CAT
                   MOVE "N"                  TO WS-LANC-ESTIMADO
                   PERFORM LANCAR-VALOR
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-STATUS-EMPRESTIMOS.

           PERFORM OBTER-CAMINHO-EMPRESTIMOS.

           OPEN INPUT EMPRESTIMOS.

           IF FLAG-EMPRESTIMOS-SUCESSO
               PERFORM PROJETAR-LINHA-EMPRESTIMO WITH TEST BEFORE
               UNTIL FLAG-EMPRESTIMOS-EOF
               CLOSE EMPRESTIMOS
           END-IF.
      *--------------------------------------------------------------*
       PROJETAR-LINHA-EMPRESTIMO.

           READ EMPRESTIMOS.

           IF NOT FLAG-EMPRESTIMOS-EOF
           AND FLAG-EMPRESTIMO-ATIVO
           AND EM-SALDO > ZEROS
               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > CONST-QTD-MESES
                   COMPUTE WS-PARCELA-ORDEM =
                       TB-MS-SEQ(WS-IDX-MES) - 1 - WS-SEQ-FECHADA

                   IF WS-PARCELA-ORDEM > ZEROS
                       COMPUTE WS-SALDO-RESTANTE = EM-SALDO
                           - (WS-PARCELA-ORDEM - 1) * EM-VALOR-PARCELA

                       IF WS-SALDO-RESTANTE > EM-VALOR-PARCELA
                           MOVE EM-VALOR-PARCELA TO WS-VALOR-LANC
                       ELSE
                           MOVE WS-SALDO-RESTANTE TO WS-VALOR-LANC
                       END-IF

                       IF WS-VALOR-LANC > ZEROS
                           MOVE CONST-DIA-FOLHA TO WS-DA-DIA
                           PERFORM POSICIONAR-DIA-MES
                           MOVE CONST-CAT-CONSIGNADO TO WS-IDX-CAT
                           MOVE "N" TO WS-LANC-ESTIMADO
                           PERFORM LANCAR-VALOR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-PAGAR.

           MOVE SPACES TO WS-STATUS-PAGAR.

           PERFORM OBTER-CAMINHO-PAGAR.

           OPEN INPUT PAGAR.

           IF FLAG-PAGAR-SUCESSO
               PERFORM TOTALIZAR-LINHA-PAGAR WITH TEST BEFORE
               UNTIL FLAG-PAGAR-EOF
               CLOSE PAGAR
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-PAGAR.

           READ PAGAR.

           IF NOT FLAG-PAGAR-EOF
               IF FLAG-CP-ABERTA
               AND CP-VALOR > CP-VALOR-PAGO
                   MOVE CP-VENCIMENTO TO WS-DATA-LANC
                   PERFORM POSICIONAR-DIA

                   IF FLAG-VENCIDO
                       MOVE 1 TO WS-POS-DIA
                   END-IF

                   COMPUTE WS-VALOR-LANC = CP-VALOR - CP-VALOR-PAGO
                   MOVE CONST-CAT-FORNECEDORES TO WS-IDX-CAT
                   MOVE "N" TO WS-LANC-ESTIMADO
                   PERFORM LANCAR-VALOR
               END-IF

               IF CP-DATA-PGTO >= WS-ANT-INICIO
               AND CP-DATA-PGTO <= WS-ANT-FIM
                   ADD CP-VALOR-PAGO
                       TO TB-CT-REALIZADO(CONST-CAT-FORNECEDORES)
               END-IF
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
      *    A COBRANCA EM ABERTO ENTRA PELO SALDO NO VENCIMENTO DO
      *    MES; VENCIDA, SO E SOMADA A PARTE. O ULTIMO MES FATURADO
      *    E A BASE DOS MESES AINDA NAO GERADOS.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-MENSALIDADE.

           READ MENSALIDADES.

           IF NOT FLAG-MENSALIDADES-EOF
               IF FLAG-MENS-ABERTA
               AND MS-VALOR > MS-VALOR-PAGO
                   COMPUTE WS-DATA-LANC =
                       MS-ANO-MES * 100 + CONST-DIA-VENCIMENTO
                   PERFORM POSICIONAR-DIA

                   COMPUTE WS-VALOR-LANC = MS-VALOR - MS-VALOR-PAGO

                   IF FLAG-VENCIDO
                       ADD WS-VALOR-LANC TO WS-VENCIDO-MENSALIDADES
                   ELSE
                       MOVE CONST-CAT-MENSALIDADES TO WS-IDX-CAT
                       MOVE "N" TO WS-LANC-ESTIMADO
                       PERFORM LANCAR-VALOR
                   END-IF
               END-IF

               IF MS-DATA-PGTO >= WS-ANT-INICIO
               AND MS-DATA-PGTO <= WS-ANT-FIM
                   ADD MS-VALOR-PAGO
                       TO TB-CT-REALIZADO(CONST-CAT-MENSALIDADES)
               END-IF

               EVALUATE TRUE
                   WHEN MS-ANO-MES > WS-ULTIMO-MES-FATURADO
                       MOVE MS-ANO-MES TO WS-ULTIMO-MES-FATURADO
                       MOVE MS-VALOR   TO WS-BASE-MENSALIDADES
                   WHEN MS-ANO-MES = WS-ULTIMO-MES-FATURADO
                       ADD MS-VALOR TO WS-BASE-MENSALIDADES
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       PROJETAR-MENSALIDADES.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES > CONST-QTD-MESES
               COMPUTE WS-ANO-MES-AUX = TB-MS-ANO(WS-IDX-MES) * 100
                                      + TB-MS-MES(WS-IDX-MES)

               IF WS-ANO-MES-AUX > WS-ULTIMO-MES-FATURADO
               AND WS-ULTIMO-MES-FATURADO > ZEROS
                   MOVE CONST-DIA-VENCIMENTO   TO WS-DA-DIA
                   PERFORM POSICIONAR-DIA-MES
                   MOVE WS-BASE-MENSALIDADES   TO WS-VALOR-LANC
                   MOVE CONST-CAT-MENSALIDADES TO WS-IDX-CAT
                   MOVE "S"                    TO WS-LANC-ESTIMADO
                   PERFORM LANCAR-VALOR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       TOTALIZAR-RECEBER.

           MOVE SPACES TO WS-STATUS-RECEBER.

           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN INPUT RECEBER.

           IF FLAG-RECEBER-SUCESSO
               PERFORM TOTALIZAR-LINHA-RECEBER WITH TEST BEFORE
               UNTIL FLAG-RECEBER-EOF
               CLOSE RECEBER
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-RECEBER.

           READ RECEBER.

           IF NOT FLAG-RECEBER-EOF
               IF FLAG-CR-ABERTA
               AND CR-VALOR > CR-VALOR-PAGO
                   MOVE CR-VENCIMENTO TO WS-DATA-LANC
                   PERFORM POSICIONAR-DIA

                   COMPUTE WS-VALOR-LANC = CR-VALOR - CR-VALOR-PAGO

                   IF FLAG-VENCIDO
                       ADD WS-VALOR-LANC TO WS-VENCIDO-RECEBER
                   ELSE
                       MOVE CONST-CAT-RECEBER TO WS-IDX-CAT
                       MOVE "N" TO WS-LANC-ESTIMADO
                       PERFORM LANCAR-VALOR
                   END-IF
               END-IF

               IF CR-DATA-PGTO >= WS-ANT-INICIO
               AND CR-DATA-PGTO <= WS-ANT-FIM
                   ADD CR-VALOR-PAGO
                       TO TB-CT-REALIZADO(CONST-CAT-RECEBER)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-SALDOS.

           PERFORM ACUMULAR-SALDO-DIA
           VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > CONST-DIAS-PROJECAO.
      *--------------------------------------------------------------*
       ACUMULAR-SALDO-DIA.

           MOVE ZEROS TO TB-DI-ENTRADAS(WS-IDX-DIA)
                         TB-DI-SAIDAS(WS-IDX-DIA).

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > CONST-QTD-CATEGORIAS
               IF FLAG-CT-ENTRADA(WS-IDX-CAT)
                   ADD TB-DI-VALOR(WS-IDX-DIA, WS-IDX-CAT)
                       TO TB-DI-ENTRADAS(WS-IDX-DIA)
               ELSE
                   ADD TB-DI-VALOR(WS-IDX-DIA, WS-IDX-CAT)
                       TO TB-DI-SAIDAS(WS-IDX-DIA)
               END-IF
           END-PERFORM.

           IF WS-IDX-DIA = 1
               COMPUTE TB-DI-SALDO(WS-IDX-DIA) = WS-SALDO-INICIAL
                   + TB-DI-ENTRADAS(WS-IDX-DIA)
                   - TB-DI-SAIDAS(WS-IDX-DIA)
           ELSE
               COMPUTE TB-DI-SALDO(WS-IDX-DIA) =
                   TB-DI-SALDO(WS-IDX-DIA - 1)
                   + TB-DI-ENTRADAS(WS-IDX-DIA)
                   - TB-DI-SAIDAS(WS-IDX-DIA)
           END-IF.

           COMPUTE WS-IDX-SEM = (WS-IDX-DIA - 1) / 7 + 1.

           ADD TB-DI-ENTRADAS(WS-IDX-DIA) TO TB-SM-ENTRADAS(WS-IDX-SEM).
           ADD TB-DI-SAIDAS(WS-IDX-DIA)   TO TB-SM-SAIDAS(WS-IDX-SEM).
           MOVE TB-DI-SALDO(WS-IDX-DIA)   TO TB-SM-SALDO(WS-IDX-SEM).
      *--------------------------------------------------------------*
      *    A PROJECAO CONFRONTADA E A ULTIMA EMITIDA ANTES DO INICIO
      *    DO MES ANTERIOR; SEM NENHUMA, A PRIMEIRA EMITIDA DENTRO
      *    DELE. SO OS DIAS DO MES ENTRAM NO PROJETADO.
      *--------------------------------------------------------------*
       CONFRONTAR-MES-ANTERIOR.

           MOVE ZEROS TO WS-CHAVE-ANTES WS-CHAVE-DENTRO
                         WS-CHAVE-ESCOLHIDA.

           MOVE SPACES TO WS-STATUS-PROJECOES.

           PERFORM OBTER-CAMINHO-PROJECOES.

           OPEN INPUT PROJECOES.

           IF FLAG-PROJECOES-SUCESSO
               PERFORM ESCOLHER-LINHA-PROJECAO WITH TEST BEFORE
               UNTIL FLAG-PROJECOES-EOF
               CLOSE PROJECOES
           END-IF.

           IF WS-CHAVE-ANTES > ZEROS
               MOVE WS-CHAVE-ANTES TO WS-CHAVE-ESCOLHIDA
           ELSE
               MOVE WS-CHAVE-DENTRO TO WS-CHAVE-ESCOLHIDA
           END-IF.

           IF WS-CHAVE-ESCOLHIDA > ZEROS
               MOVE SPACES TO WS-STATUS-PROJECOES

               OPEN INPUT PROJECOES

               PERFORM SOMAR-LINHA-PROJECAO WITH TEST BEFORE
               UNTIL FLAG-PROJECOES-EOF

               CLOSE PROJECOES
           END-IF.
      *--------------------------------------------------------------*
       ESCOLHER-LINHA-PROJECAO.

           READ PROJECOES.

           IF NOT FLAG-PROJECOES-EOF
               COMPUTE WS-CHAVE-LIDA =
                   FP-EMISSAO * 100000000 + FP-HORA

               IF FP-EMISSAO < WS-ANT-INICIO
               AND WS-CHAVE-LIDA > WS-CHAVE-ANTES
                   MOVE WS-CHAVE-LIDA TO WS-CHAVE-ANTES
               END-IF

               IF FP-EMISSAO >= WS-ANT-INICIO
               AND FP-EMISSAO <= WS-ANT-FIM
                   IF WS-CHAVE-DENTRO = ZEROS
                   OR WS-CHAVE-LIDA < WS-CHAVE-DENTRO
                       MOVE WS-CHAVE-LIDA TO WS-CHAVE-DENTRO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-PROJECAO.

           READ PROJECOES.

           IF NOT FLAG-PROJECOES-EOF
               COMPUTE WS-CHAVE-LIDA =
                   FP-EMISSAO * 100000000 + FP-HORA

               IF WS-CHAVE-LIDA = WS-CHAVE-ESCOLHIDA
               AND FP-DATA >= WS-ANT-INICIO
               AND FP-DATA <= WS-ANT-FIM
               AND FP-CATEGORIA > ZEROS
               AND FP-CATEGORIA <= CONST-QTD-CATEGORIAS
                   ADD FP-VALOR TO TB-CT-PROJETADO(FP-CATEGORIA)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PROJECAO.

           MOVE ZEROS  TO WS-QTD-GRAVADAS.
           MOVE SPACES TO WS-STATUS-PROJECOES.

           PERFORM OBTER-CAMINHO-PROJECOES.

           OPEN EXTEND PROJECOES.

           IF NOT FLAG-PROJECOES-SUCESSO
               IF FLAG-PROJECOES-NAO-CRIADO
                   OPEN OUTPUT PROJECOES
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > CONST-DIAS-PROJECAO
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > CONST-QTD-CATEGORIAS
                   IF TB-DI-VALOR(WS-IDX-DIA, WS-IDX-CAT) NOT = ZEROS
                       MOVE SPACES TO REG-PROJECAO
                       MOVE WS-DATA-HOJE    TO FP-EMISSAO
                       MOVE WS-HORA-EMISSAO TO FP-HORA
                       MOVE TB-DI-DATA(WS-IDX-DIA) TO FP-DATA
                       MOVE WS-IDX-CAT      TO FP-CATEGORIA
                       MOVE TB-DI-VALOR(WS-IDX-DIA, WS-IDX-CAT)
                           TO FP-VALOR
                       WRITE REG-PROJECAO
                       ADD 1 TO WS-QTD-GRAVADAS
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE PROJECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.

           MOVE ZEROS TO WS-QTD-LINHAS.

           DISPLAY "DD_RELAT-FLUXO"  UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-FLUXO.

           MOVE WS-DATA-HOJE TO WS-DATA-AUX-NUM.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO LN-TIT-DATA.
           MOVE LN-TITULO TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           MOVE WS-SALDO-INICIAL TO LN-SI-VALOR.
           MOVE LN-SALDO-INICIAL TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-LINHA-BRANCO.

      *    SEMANAS
           MOVE "POR SEMANA (* SALDO NEGATIVO)" TO LN-SECAO-TEXTO.
           MOVE LN-SECAO TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LN-CAB-SEMANA TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-SEMANA
           VARYING WS-IDX-SEM FROM 1 BY 1
           UNTIL WS-IDX-SEM > CONST-QTD-SEMANAS.

           PERFORM IMPRIMIR-LINHA-BRANCO.

      *    CATEGORIAS
           MOVE "POR CATEGORIA (EST. = PARTE ESTIMADA)"
               TO LN-SECAO-TEXTO.
           MOVE LN-SECAO TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LN-CAB-CATEGORIA TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-CATEGORIA
           VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > CONST-QTD-CATEGORIAS.

           PERFORM IMPRIMIR-LINHA-BRANCO.

           MOVE "MENSALIDADES VENCIDAS FORA DA PROJECAO:"
               TO LN-VC-TEXTO.
           MOVE WS-VENCIDO-MENSALIDADES TO LN-VC-VALOR.
           MOVE LN-VENCIDOS TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           MOVE "CONTAS A RECEBER VENCIDAS FORA DA PROJECAO:"
               TO LN-VC-TEXTO.
           MOVE WS-VENCIDO-RECEBER TO LN-VC-VALOR.
           MOVE LN-VENCIDOS TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-LINHA-BRANCO.

      *    DIAS
           MOVE "POR DIA" TO LN-SECAO-TEXTO.
           MOVE LN-SECAO TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LN-CAB-DIA TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-DIA
           VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > CONST-DIAS-PROJECAO.

           PERFORM IMPRIMIR-LINHA-BRANCO.

      *    CONFRONTO DO MES ANTERIOR
           PERFORM IMPRIMIR-CONFRONTO.

           CLOSE RELAT-FLUXO.

           DISPLAY "PROJECAO DE FLUXO DE CAIXA EM " WS-DESTINO-RELAT.

           STRING "SALDO-INI=" DELIMITED BY SIZE
                  LN-SI-VALOR DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  WS-QTD-GRAVADAS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PROJECAO DE FLUXO DE CAIXA EMITIDA"
               TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT  TO WS-SPL-ARQUIVO.
           COMPUTE WS-SPL-PAGINAS = (WS-QTD-LINHAS + 59) / 60.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA.

           WRITE REC-RELAT-FLUXO BEFORE ADVANCING 1 LINE.
           ADD 1 TO WS-QTD-LINHAS.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-BRANCO.

           MOVE SPACES TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       EDITAR-DATA.

           MOVE WS-DA-DIA TO WS-DE-DIA.
           MOVE WS-DA-MES TO WS-DE-MES.
           MOVE WS-DA-ANO TO WS-DE-ANO.
      *--------------------------------------------------------------*
       IMPRIMIR-SEMANA.

           MOVE WS-IDX-SEM TO LN-SM-NUMERO.

           MOVE TB-SM-INICIO(WS-IDX-SEM) TO WS-DATA-AUX-NUM.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO LN-SM-INICIO.

           MOVE TB-SM-FIM(WS-IDX-SEM) TO WS-DATA-AUX-NUM.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO LN-SM-FIM.

           MOVE TB-SM-ENTRADAS(WS-IDX-SEM) TO LN-SM-ENTRADAS.
           MOVE TB-SM-SAIDAS(WS-IDX-SEM)   TO LN-SM-SAIDAS.
           MOVE TB-SM-SALDO(WS-IDX-SEM)    TO LN-SM-SALDO.

           MOVE SPACES TO LN-SM-MARCA.

           IF TB-SM-SALDO(WS-IDX-SEM) < ZEROS
               MOVE "*" TO LN-SM-MARCA
           END-IF.

           MOVE LN-SEMANA TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-CATEGORIA.

           MOVE TB-CT-NOME(WS-IDX-CAT) TO LN-CT-NOME.

           IF FLAG-CT-ENTRADA(WS-IDX-CAT)
               MOVE "ENTRADA" TO LN-CT-TIPO
           ELSE
               MOVE "SAIDA"   TO LN-CT-TIPO
           END-IF.

           MOVE TB-CT-TOTAL(WS-IDX-CAT)    TO LN-CT-TOTAL.
           MOVE TB-CT-ESTIMADO(WS-IDX-CAT) TO LN-CT-ESTIMADO.

           MOVE LN-CATEGORIA TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-DIA.

           MOVE TB-DI-DATA(WS-IDX-DIA) TO WS-DATA-AUX-NUM.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO LN-DI-DATA.

           MOVE TB-DI-ENTRADAS(WS-IDX-DIA) TO LN-DI-ENTRADAS.
           MOVE TB-DI-SAIDAS(WS-IDX-DIA)   TO LN-DI-SAIDAS.
           MOVE TB-DI-SALDO(WS-IDX-DIA)    TO LN-DI-SALDO.

           MOVE SPACES TO LN-DI-MARCA.

           IF TB-DI-SALDO(WS-IDX-DIA) < ZEROS
               MOVE "NEGATIVO" TO LN-DI-MARCA
           END-IF.

           MOVE LN-DIA TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-CONFRONTO.

           MOVE WS-SEQ-ANTERIOR TO WS-SEQ-AUX.
           PERFORM CONVERTER-SEQUENCIA.
           MOVE WS-DA-MES TO LN-CMP-MES.
           MOVE WS-DA-ANO TO LN-CMP-ANO.

           IF WS-CHAVE-ESCOLHIDA = ZEROS
               MOVE SPACES TO LN-SECAO-TEXTO
               STRING "PROJETADO x REALIZADO - " DELIMITED BY SIZE
                      LN-CMP-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      LN-CMP-ANO DELIMITED BY SIZE
                      ": SEM PROJECAO GRAVADA" DELIMITED BY SIZE
                      INTO LN-SECAO-TEXTO
               MOVE LN-SECAO TO REC-RELAT-FLUXO
               PERFORM IMPRIMIR-LINHA
           ELSE
               COMPUTE WS-DATA-AUX-NUM =
                   WS-CHAVE-ESCOLHIDA / 100000000
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO LN-CMP-EMISSAO
               MOVE LN-CMP-TITULO TO REC-RELAT-FLUXO
               PERFORM IMPRIMIR-LINHA
           END-IF.

           MOVE LN-CAB-CMP TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.

           MOVE ZEROS TO WS-PROJ-ENTRADAS WS-PROJ-SAIDAS
                         WS-REAL-ENTRADAS WS-REAL-SAIDAS.

           PERFORM IMPRIMIR-LINHA-CONFRONTO
           VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > CONST-QTD-CATEGORIAS.

           MOVE "SALDO DO MES"  TO LN-CMP-NOME.
           COMPUTE LN-CMP-PROJETADO = WS-PROJ-ENTRADAS - WS-PROJ-SAIDAS.
           COMPUTE LN-CMP-REALIZADO = WS-REAL-ENTRADAS - WS-REAL-SAIDAS.
           COMPUTE LN-CMP-DIFERENCA =
               (WS-REAL-ENTRADAS - WS-REAL-SAIDAS)
               - (WS-PROJ-ENTRADAS - WS-PROJ-SAIDAS).
           MOVE LN-CMP TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-CONFRONTO.

           MOVE TB-CT-NOME(WS-IDX-CAT)      TO LN-CMP-NOME.
           MOVE TB-CT-PROJETADO(WS-IDX-CAT) TO LN-CMP-PROJETADO.
           MOVE TB-CT-REALIZADO(WS-IDX-CAT) TO LN-CMP-REALIZADO.
           COMPUTE LN-CMP-DIFERENCA = TB-CT-REALIZADO(WS-IDX-CAT)
                                    - TB-CT-PROJETADO(WS-IDX-CAT).

           IF FLAG-CT-ENTRADA(WS-IDX-CAT)
               ADD TB-CT-PROJETADO(WS-IDX-CAT) TO WS-PROJ-ENTRADAS
               ADD TB-CT-REALIZADO(WS-IDX-CAT) TO WS-REAL-ENTRADAS
           ELSE
               ADD TB-CT-PROJETADO(WS-IDX-CAT) TO WS-PROJ-SAIDAS
               ADD TB-CT-REALIZADO(WS-IDX-CAT) TO WS-REAL-SAIDAS
           END-IF.

           MOVE LN-CMP TO REC-RELAT-FLUXO.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP11_16"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP11_16"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
