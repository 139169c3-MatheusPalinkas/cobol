       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-AVAL-FORN.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    AVALIACAO TRIMESTRAL DE FORNECEDORES: A PARTIR DOS
      *    PEDIDOS EMITIDOS NO TRIMESTRE (pedidos_compra.dat), MOSTRA
      *    POR FORNECEDOR O PRAZO REAL DE ENTREGA (DATA DO ULTIMO
      *    RECEBIMENTO MENOS A EMISSAO) CONTRA O PRAZO PROMETIDO EM
      *    fornecedores.dat, O ATENDIMENTO (QUANTIDADE RECEBIDA SOBRE
      *    A PEDIDA), A PARCELA DE PEDIDOS ATRASADOS E PARCIAIS E A
      *    VARIACAO DO PRECO DE COMPRA NO TRIMESTRE PELO HISTORICO
      *    DE PF-ULT-PRECO (CADA VINCULO GRAVADO EM TP10-CAD-FORN
      *    ACRESCENTA UMA LINHA A produto_fornecedor.dat). A NOTA DO
      *    FORNECEDOR E A MEDIA ENTRE O ATENDIMENTO E A PONTUALIDADE,
      *    E O RELATORIO TERMINA COM A CLASSIFICACAO DOS FORNECEDORES
      *    DE CADA PRODUTO QUE TEM MAIS DE UM FORNECEDOR VINCULADO -
      *    BASE PARA ESCOLHER O PREFERENCIAL. SEM TRIMESTRE
      *    INFORMADO, AVALIA O TRIMESTRE ANTERIOR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           SELECT PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PEDIDOS.

           SELECT FORNECEDORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT PROD-FORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD-FORN.

           SELECT SD-RANKING ASSIGN TO DISK.

           SELECT RELAT-FORNECEDORES ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

      *    PEDIDOS DE COMPRA NO LAYOUT GRAVADO POR TP10-PEDIDOS.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PEDIDO.

       01  REG-PEDIDO.
           05 PC-NUMERO             PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-FORNECEDOR         PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-DATA-EMISSAO       PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-DATA-PREVISTA      PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-QTD-PEDIDA         PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-QTD-RECEBIDA       PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-PEDIDO-ABERTO                      VALUE "A".
               88 FLAG-PEDIDO-PARCIAL                     VALUE "P".
               88 FLAG-PEDIDO-FECHADO                     VALUE "F".
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-DATA-RECEBIMENTO   PIC 9(8)              VALUE ZEROS.

      *    CADASTRO DE FORNECEDORES (fornecedores.dat, MANTIDO POR
      *    TP10-CAD-FORN).
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR.

       01  REG-FORNECEDOR.
           05 FN-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FN-NOME               PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FN-CNPJ               PIC X(14)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FN-CONTATO            PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 FN-LEAD-TIME          PIC 9(3)              VALUE ZEROS.

      *    VINCULO PRODUTO-FORNECEDOR (produto_fornecedor.dat).
       FD  PROD-FORN
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PROD-FORN.

       01  REG-PROD-FORN.
           05 PF-CODIGO-PROD        PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PF-CODIGO-FORN        PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PF-ULT-PRECO          PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PF-ULT-DATA           PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PF-PREFERENCIAL       PIC X                 VALUE "N".
               88 FLAG-FORN-PREFERENCIAL                  VALUE "S".

       SD SD-RANKING.
       01 SD-REG-RANKING.
           05 SD-RK-PRODUTO         PIC X(5).
           05 SD-RK-NOTA            PIC 9(3)V9.
           05 SD-RK-PRECO           PIC 9(5)V9(2).
           05 SD-RK-FORNECEDOR      PIC X(5).
           05 SD-RK-PREFERENCIAL    PIC X.

       FD RELAT-FORNECEDORES
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-FORNECEDORES PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-PEDIDOS            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-PEDIDOS         PIC X(02)      VALUE SPACES.
           88 FLAG-PEDIDOS-SUCESSO                 VALUE "00".
           88 FLAG-PEDIDOS-EOF                     VALUE "10".
       77 WS-ARQ-FORNECEDORES       PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FORNECEDORES    PIC X(02)      VALUE SPACES.
           88 FLAG-FORNECEDORES-SUCESSO            VALUE "00".
           88 FLAG-FORNECEDORES-EOF                VALUE "10".
       77 WS-ARQ-PROD-FORN          PIC X(60)      VALUE SPACES.
       77 WS-STATUS-PROD-FORN       PIC X(02)      VALUE SPACES.
           88 FLAG-PROD-FORN-SUCESSO               VALUE "00".
           88 FLAG-PROD-FORN-EOF                   VALUE "10".
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
      *---- TRIMESTRE ------------------------------------------------*
       77 WS-ANO                    PIC 9(4)       VALUE ZEROS.
       77 WS-TRIMESTRE              PIC 9          VALUE ZEROS.
           88 FLAG-TRIMESTRE-VALIDO                VALUE 1 THRU 4.
       01 WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(4)       VALUE ZEROS.
           05 WS-HOJE-MES           PIC 9(2)       VALUE ZEROS.
           05 WS-HOJE-DIA           PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE
                                    PIC 9(8).
       01 WS-DATA-INICIAL.
           05 WS-INI-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-INI-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-INI-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-INICIAL-NUM REDEFINES WS-DATA-INICIAL
                                    PIC 9(8).
       01 WS-DATA-SEGUINTE.
           05 WS-SEG-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-SEG-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-SEG-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-SEGUINTE-NUM REDEFINES WS-DATA-SEGUINTE
                                    PIC 9(8).
       77 WS-DATA-FINAL-NUM         PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-INT               PIC 9(8)       VALUE ZEROS.
      *---- FORNECEDORES ---------------------------------------------*
       77 CONST-LIMITE-FORNECEDORES PIC 9(3)       VALUE 200.
       77 WS-TOTAL-FORNECEDORES     PIC 9(3)       VALUE ZEROS.
       77 WS-POS-FORN               PIC 9(3)       VALUE ZEROS.
           88 FLAG-FORN-NA-TABELA   VALUE 1 THRU 200.
       77 WS-IDX-FORN               PIC 9(3)       VALUE ZEROS.
       77 WS-FORN-BUSCA             PIC X(5)       VALUE SPACES.
       01 TB-FORNECEDORES.
           02 FORNECEDOR-ITEM OCCURS 200 TIMES.
               10 TB-FN-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-FN-NOME        PIC X(20)      VALUE SPACES.
               10 TB-FN-PRAZO       PIC 9(3)       VALUE ZEROS.
               10 TB-FN-PEDIDOS     PIC 9(5)       VALUE ZEROS.
               10 TB-FN-RECEBIDOS   PIC 9(5)       VALUE ZEROS.
               10 TB-FN-SOMA-DIAS   PIC 9(7)       VALUE ZEROS.
               10 TB-FN-QTD-PEDIDA  PIC 9(9)       VALUE ZEROS.
               10 TB-FN-QTD-RECEB   PIC 9(9)       VALUE ZEROS.
               10 TB-FN-ATRASADOS   PIC 9(5)       VALUE ZEROS.
               10 TB-FN-PARCIAIS    PIC 9(5)       VALUE ZEROS.
               10 TB-FN-SOMA-VAR    PIC S9(7)V9(2) VALUE ZEROS.
               10 TB-FN-PARES-VAR   PIC 9(5)       VALUE ZEROS.
               10 TB-FN-NOTA        PIC 9(3)V9     VALUE ZEROS.
      *---- VINCULOS PRODUTO-FORNECEDOR E HISTORICO DE PRECO ---------*
      *    PRECO BASE: O ULTIMO ANTERIOR AO TRIMESTRE OU, SEM ELE, O
      *    PRIMEIRO DENTRO DO TRIMESTRE; PRECO FINAL: O ULTIMO ATE O
      *    FIM DO TRIMESTRE; PRECO ATUAL: A ULTIMA LINHA DO VINCULO.
       77 CONST-LIMITE-PARES        PIC 9(4)       VALUE 999.
       77 WS-TOTAL-PARES            PIC 9(4)       VALUE ZEROS.
       77 WS-POS-PAR                PIC 9(4)       VALUE ZEROS.
           88 FLAG-PAR-NA-TABELA    VALUE 1 THRU 999.
       77 WS-IDX-PAR                PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-OUTRO              PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-FORN-PRODUTO       PIC 9(4)       VALUE ZEROS.
       01 TB-PARES.
           02 PAR-ITEM OCCURS 999 TIMES.
               10 TB-PR-PRODUTO     PIC X(5)       VALUE SPACES.
               10 TB-PR-FORNECEDOR  PIC X(5)       VALUE SPACES.
               10 TB-PR-DATA-ANTES  PIC 9(8)       VALUE ZEROS.
               10 TB-PR-PRECO-ANTES PIC 9(5)V9(2)  VALUE ZEROS.
               10 TB-PR-DATA-PRIM   PIC 9(8)       VALUE ZEROS.
               10 TB-PR-PRECO-PRIM  PIC 9(5)V9(2)  VALUE ZEROS.
               10 TB-PR-DATA-FINAL  PIC 9(8)       VALUE ZEROS.
               10 TB-PR-PRECO-FINAL PIC 9(5)V9(2)  VALUE ZEROS.
               10 TB-PR-PRECO-ATUAL PIC 9(5)V9(2)  VALUE ZEROS.
               10 TB-PR-PREFERENCIAL PIC X         VALUE "N".
      *---- APURACAO -------------------------------------------------*
       77 WS-DIAS-ENTREGA           PIC S9(7)      VALUE ZEROS.
       77 WS-PRECO-BASE             PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VARIACAO               PIC S9(5)V9(2) VALUE ZEROS.
       77 WS-PRAZO-REAL             PIC 9(3)V9     VALUE ZEROS.
       77 WS-PERC-ATENDIMENTO       PIC 9(3)V9     VALUE ZEROS.
       77 WS-PERC-ATRASO            PIC 9(3)V9     VALUE ZEROS.
       77 WS-PERC-PARCIAL           PIC 9(3)V9     VALUE ZEROS.
       77 WS-VARIACAO-MEDIA         PIC S9(5)V9    VALUE ZEROS.
      *---- CLASSIFICACAO POR PRODUTO --------------------------------*
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
       77 WS-PRODUTO-ATUAL          PIC X(5)       VALUE HIGH-VALUES.
       77 WS-POSICAO                PIC 9(2)       VALUE ZEROS.
       77 WS-QTD-PRODUTOS-RANKING   PIC 9(4)       VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
       77 WS-STATUS-ABERTURA        PIC X(02)      VALUE SPACES.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(33) VALUE
              "AVALIACAO DE FORNECEDORES - TRIM ".
           05 CAB-TRIMESTRE PIC 9.
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-ANO PIC 9(4).
           05 FILLER PIC X(03) VALUE " (".
           05 CAB-INICIAL PIC 9(8).
           05 FILLER PIC X(03) VALUE " A ".
           05 CAB-FINAL PIC 9(8).
           05 FILLER PIC X(01) VALUE ")".
       01 CABEC2.
           05 FILLER PIC X(06) VALUE "Forn.".
           05 FILLER PIC X(21) VALUE "Nome".
           05 FILLER PIC X(04) VALUE "Ped".
           05 FILLER PIC X(04) VALUE "Prz".
           05 FILLER PIC X(06) VALUE " Real".
           05 FILLER PIC X(06) VALUE "Atend".
           05 FILLER PIC X(06) VALUE "Atras".
           05 FILLER PIC X(06) VALUE "Parc.".
           05 FILLER PIC X(07) VALUE "Preco%".
           05 FILLER PIC X(05) VALUE " Nota".
       01 DETALHE.
           05 REL-FORNECEDOR PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-NOME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PEDIDOS PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PRAZO-PROMETIDO PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PRAZO-REAL PIC ZZ9,9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ATENDIMENTO PIC ZZ9,9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ATRASO PIC ZZ9,9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PARCIAL PIC ZZ9,9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-VARIACAO PIC -ZZ9,9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-NOTA PIC ZZ9,9.
       01 LINHA-TITULO-RANKING.
           05 FILLER PIC X(44) VALUE
              "CLASSIFICACAO DOS FORNECEDORES POR PRODUTO (".
           05 FILLER PIC X(32) VALUE
              "PRODUTOS COM MAIS DE UM VINCULO)".
       01 LINHA-PRODUTO.
           05 FILLER PIC X(08) VALUE "PRODUTO ".
           05 RKP-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RKP-DESCRICAO PIC X(40).
       01 LINHA-RANKING.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RK-POSICAO PIC Z9.
           05 FILLER PIC X(02) VALUE "o ".
           05 RK-FORNECEDOR PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RK-NOME PIC X(20).
           05 FILLER PIC X(06) VALUE " NOTA ".
           05 RK-NOTA PIC ZZ9,9.
           05 FILLER PIC X(11) VALUE "  ULT.PRECO".
           05 RK-PRECO PIC ZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RK-PREFERENCIAL PIC X(04).
       01 LINHA-SEM-RANKING.
           05 FILLER PIC X(40) VALUE
              "NENHUM PRODUTO COM MAIS DE UM FORNECEDOR".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-AVAL-FORN - avaliacao trimestral de fornecedores".

           10   LINE 06   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano (zero = trimestre anterior):".
           10 SC-ANO                LINE + 0  COLUMN 50  PIC ZZZ9
           USING WS-ANO.

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Trimestre (1 a 4):".
           10 SC-TRIMESTRE          LINE + 0  COLUMN 50  PIC 9
           USING WS-TRIMESTRE.

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
           PERFORM CALCULAR-TRIMESTRE.
           PERFORM CARREGAR-FORNECEDORES.
           PERFORM CARREGAR-VINCULOS.
           PERFORM APURAR-PEDIDOS.
           PERFORM APURAR-VARIACAO-PRECO.
           PERFORM IMPRIMIR-AVALIACAO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ANO.
           ACCEPT SC-TRIMESTRE.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.
      *--------------------------------------------------------------*
      *    SEM ANO OU COM TRIMESTRE INVALIDO, VALE O TRIMESTRE
      *    ANTERIOR AO DE HOJE. O FIM DO TRIMESTRE E A VESPERA DO
      *    PRIMEIRO DIA DO TRIMESTRE SEGUINTE.
      *--------------------------------------------------------------*
       CALCULAR-TRIMESTRE.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.

           IF WS-ANO = ZEROS
           OR NOT FLAG-TRIMESTRE-VALIDO
               MOVE WS-HOJE-ANO TO WS-ANO
               COMPUTE WS-TRIMESTRE = (WS-HOJE-MES - 1) / 3

               IF WS-TRIMESTRE = ZEROS
                   MOVE 4 TO WS-TRIMESTRE
                   SUBTRACT 1 FROM WS-ANO
               END-IF
           END-IF.

           MOVE WS-ANO TO WS-INI-ANO.
           COMPUTE WS-INI-MES = (WS-TRIMESTRE - 1) * 3 + 1.
           MOVE 1 TO WS-INI-DIA.

           MOVE WS-ANO TO WS-SEG-ANO.
           COMPUTE WS-SEG-MES = WS-TRIMESTRE * 3 + 1.
           MOVE 1 TO WS-SEG-DIA.

           IF WS-SEG-MES > 12
               MOVE 1 TO WS-SEG-MES
               ADD 1 TO WS-SEG-ANO
           END-IF.

           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE-NUM) - 1.
           COMPUTE WS-DATA-FINAL-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT).
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PEDIDOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="pedidos_compra.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PEDIDOS==
                ==:DDVAR:==  BY =="DD_PEDIDOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FORNECEDORES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="fornecedores.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FORNECEDORES==
                ==:DDVAR:==  BY =="DD_FORNECEDORES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROD-FORN.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produto_fornecedor.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROD-FORN==
                ==:DDVAR:==  BY =="DD_PROD-FORN"==.
      *--------------------------------------------------------------*
       CARREGAR-FORNECEDORES.

           MOVE SPACES TO WS-STATUS-FORNECEDORES.

           PERFORM OBTER-CAMINHO-FORNECEDORES.

           OPEN INPUT FORNECEDORES.

           IF FLAG-FORNECEDORES-SUCESSO
               PERFORM CARREGAR-LINHA-FORNECEDOR WITH TEST BEFORE
               UNTIL FLAG-FORNECEDORES-EOF
               CLOSE FORNECEDORES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-FORNECEDOR.

           READ FORNECEDORES.

           IF NOT FLAG-FORNECEDORES-EOF
               MOVE FN-CODIGO TO WS-FORN-BUSCA
               PERFORM REGISTRAR-FORNECEDOR

               IF FLAG-FORN-NA-TABELA
                   MOVE FN-NOME TO TB-FN-NOME(WS-POS-FORN)

                   IF FN-LEAD-TIME NUMERIC
                       MOVE FN-LEAD-TIME TO TB-FN-PRAZO(WS-POS-FORN)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    LOCALIZA WS-FORN-BUSCA NA TABELA, INCLUINDO-O SE AINDA NAO
      *    ESTIVER LA (PEDIDO OU VINCULO DE FORNECEDOR SEM CADASTRO).
      *--------------------------------------------------------------*
       REGISTRAR-FORNECEDOR.

           MOVE ZEROS TO WS-POS-FORN.

           PERFORM VARYING WS-IDX-FORN FROM 1 BY 1
           UNTIL WS-IDX-FORN > WS-TOTAL-FORNECEDORES

               IF TB-FN-CODIGO(WS-IDX-FORN) = WS-FORN-BUSCA
                   MOVE WS-IDX-FORN TO WS-POS-FORN
               END-IF
           END-PERFORM.

           IF NOT FLAG-FORN-NA-TABELA
           AND WS-TOTAL-FORNECEDORES < CONST-LIMITE-FORNECEDORES
               ADD 1 TO WS-TOTAL-FORNECEDORES
               MOVE WS-TOTAL-FORNECEDORES TO WS-POS-FORN
               MOVE WS-FORN-BUSCA  TO TB-FN-CODIGO(WS-POS-FORN)
               MOVE "SEM CADASTRO" TO TB-FN-NOME(WS-POS-FORN)
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-VINCULOS.

           MOVE SPACES TO WS-STATUS-PROD-FORN.

           PERFORM OBTER-CAMINHO-PROD-FORN.

           OPEN INPUT PROD-FORN.

           IF FLAG-PROD-FORN-SUCESSO
               PERFORM CARREGAR-LINHA-VINCULO WITH TEST BEFORE
               UNTIL FLAG-PROD-FORN-EOF
               CLOSE PROD-FORN
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-VINCULO.

           READ PROD-FORN.

           IF NOT FLAG-PROD-FORN-EOF
               PERFORM LOCALIZAR-PAR

               IF NOT FLAG-PAR-NA-TABELA
               AND WS-TOTAL-PARES < CONST-LIMITE-PARES
                   ADD 1 TO WS-TOTAL-PARES
                   MOVE WS-TOTAL-PARES TO WS-POS-PAR
                   MOVE PF-CODIGO-PROD TO TB-PR-PRODUTO(WS-POS-PAR)
                   MOVE PF-CODIGO-FORN TO TB-PR-FORNECEDOR(WS-POS-PAR)
               END-IF

               IF FLAG-PAR-NA-TABELA
                   PERFORM REGISTRAR-PRECO-VINCULO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-PAR.

           MOVE ZEROS TO WS-POS-PAR.

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-TOTAL-PARES

               IF TB-PR-PRODUTO(WS-IDX-PAR) = PF-CODIGO-PROD
               AND TB-PR-FORNECEDOR(WS-IDX-PAR) = PF-CODIGO-FORN
                   MOVE WS-IDX-PAR TO WS-POS-PAR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    A ULTIMA LINHA DO VINCULO DA O PRECO ATUAL E A MARCA DE
      *    PREFERENCIAL, COMO NA CONSULTA DE TP10-PEDIDOS; AS DATAS
      *    SITUAM CADA PRECO ANTES OU DENTRO DO TRIMESTRE.
      *--------------------------------------------------------------*
       REGISTRAR-PRECO-VINCULO.

           MOVE PF-PREFERENCIAL TO TB-PR-PREFERENCIAL(WS-POS-PAR).

           IF PF-ULT-PRECO NUMERIC
           AND PF-ULT-DATA NUMERIC
           AND PF-ULT-PRECO > ZEROS
               MOVE PF-ULT-PRECO TO TB-PR-PRECO-ATUAL(WS-POS-PAR)

               EVALUATE TRUE
                   WHEN PF-ULT-DATA < WS-DATA-INICIAL-NUM
                       IF PF-ULT-DATA >= TB-PR-DATA-ANTES(WS-POS-PAR)
                           MOVE PF-ULT-DATA
                               TO TB-PR-DATA-ANTES(WS-POS-PAR)
                           MOVE PF-ULT-PRECO
                               TO TB-PR-PRECO-ANTES(WS-POS-PAR)
                       END-IF
                   WHEN PF-ULT-DATA <= WS-DATA-FINAL-NUM
                       IF TB-PR-DATA-PRIM(WS-POS-PAR) = ZEROS
                       OR PF-ULT-DATA < TB-PR-DATA-PRIM(WS-POS-PAR)
                           MOVE PF-ULT-DATA
                               TO TB-PR-DATA-PRIM(WS-POS-PAR)
                           MOVE PF-ULT-PRECO
                               TO TB-PR-PRECO-PRIM(WS-POS-PAR)
                       END-IF
               END-EVALUATE

               IF PF-ULT-DATA <= WS-DATA-FINAL-NUM
               AND PF-ULT-DATA >= TB-PR-DATA-FINAL(WS-POS-PAR)
                   MOVE PF-ULT-DATA  TO TB-PR-DATA-FINAL(WS-POS-PAR)
                   MOVE PF-ULT-PRECO TO TB-PR-PRECO-FINAL(WS-POS-PAR)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       APURAR-PEDIDOS.

           MOVE SPACES TO WS-STATUS-PEDIDOS.

           PERFORM OBTER-CAMINHO-PEDIDOS.

           OPEN INPUT PEDIDOS.

           IF FLAG-PEDIDOS-SUCESSO
               PERFORM APURAR-LINHA-PEDIDO WITH TEST BEFORE
               UNTIL FLAG-PEDIDOS-EOF
               CLOSE PEDIDOS
           END-IF.
      *--------------------------------------------------------------*
      *    ATRASADO: RECEBIDO DEPOIS DA DATA PREVISTA, OU AINDA NAO
      *    FECHADO COM A DATA PREVISTA VENCIDA. PARCIAL: RECEBEU
      *    MENOS QUE O PEDIDO. PEDIDO RECEBIDO ANTES DE EXISTIR A
      *    DATA DE RECEBIMENTO NAO ENTRA NO PRAZO REAL.
      *--------------------------------------------------------------*
       APURAR-LINHA-PEDIDO.

           READ PEDIDOS.

           IF NOT FLAG-PEDIDOS-EOF
           AND PC-DATA-EMISSAO >= WS-DATA-INICIAL-NUM
           AND PC-DATA-EMISSAO <= WS-DATA-FINAL-NUM
               MOVE PC-FORNECEDOR TO WS-FORN-BUSCA
               PERFORM REGISTRAR-FORNECEDOR

               IF FLAG-FORN-NA-TABELA
                   ADD 1 TO TB-FN-PEDIDOS(WS-POS-FORN)
                   ADD PC-QTD-PEDIDA   TO TB-FN-QTD-PEDIDA(WS-POS-FORN)
                   ADD PC-QTD-RECEBIDA TO TB-FN-QTD-RECEB(WS-POS-FORN)

                   IF PC-DATA-RECEBIMENTO NOT NUMERIC
                       MOVE ZEROS TO PC-DATA-RECEBIMENTO
                   END-IF

                   IF PC-DATA-RECEBIMENTO > ZEROS
                       COMPUTE WS-DIAS-ENTREGA =
                           FUNCTION INTEGER-OF-DATE(PC-DATA-RECEBIMENTO)
                         - FUNCTION INTEGER-OF-DATE(PC-DATA-EMISSAO)

                       IF WS-DIAS-ENTREGA > ZEROS
                           ADD WS-DIAS-ENTREGA
                               TO TB-FN-SOMA-DIAS(WS-POS-FORN)
                       END-IF

                       ADD 1 TO TB-FN-RECEBIDOS(WS-POS-FORN)
                   END-IF

                   EVALUATE TRUE
                       WHEN PC-DATA-RECEBIMENTO > PC-DATA-PREVISTA
                           ADD 1 TO TB-FN-ATRASADOS(WS-POS-FORN)
                       WHEN NOT FLAG-PEDIDO-FECHADO
                       AND PC-DATA-PREVISTA < WS-DATA-HOJE-NUM
                           ADD 1 TO TB-FN-ATRASADOS(WS-POS-FORN)
                   END-EVALUATE

                   IF PC-QTD-RECEBIDA > ZEROS
                   AND PC-QTD-RECEBIDA < PC-QTD-PEDIDA
                       ADD 1 TO TB-FN-PARCIAIS(WS-POS-FORN)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    VARIACAO DO PRECO DE CADA VINCULO NO TRIMESTRE, SOMADA NO
      *    FORNECEDOR PARA A MEDIA.
      *--------------------------------------------------------------*
       APURAR-VARIACAO-PRECO.

           PERFORM APURAR-VARIACAO-PAR
           VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-TOTAL-PARES.
      *--------------------------------------------------------------*
       APURAR-VARIACAO-PAR.

           IF TB-PR-PRECO-ANTES(WS-IDX-PAR) > ZEROS
               MOVE TB-PR-PRECO-ANTES(WS-IDX-PAR) TO WS-PRECO-BASE
           ELSE
               MOVE TB-PR-PRECO-PRIM(WS-IDX-PAR)  TO WS-PRECO-BASE
           END-IF.

           IF WS-PRECO-BASE > ZEROS
           AND TB-PR-PRECO-FINAL(WS-IDX-PAR) > ZEROS
               COMPUTE WS-VARIACAO ROUNDED =
                   (TB-PR-PRECO-FINAL(WS-IDX-PAR) - WS-PRECO-BASE)
                   * 100 / WS-PRECO-BASE
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-VARIACAO
               END-COMPUTE

               MOVE TB-PR-FORNECEDOR(WS-IDX-PAR) TO WS-FORN-BUSCA
               PERFORM REGISTRAR-FORNECEDOR

               IF FLAG-FORN-NA-TABELA
                   ADD WS-VARIACAO TO TB-FN-SOMA-VAR(WS-POS-FORN)
                   ADD 1 TO TB-FN-PARES-VAR(WS-POS-FORN)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-AVALIACAO.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.
           MOVE WS-STATUS-PRODUTOS TO WS-STATUS-ABERTURA.

           DISPLAY "DD_RELAT-FORNECEDORES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT        UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-FORNECEDORES.

           MOVE WS-TRIMESTRE        TO CAB-TRIMESTRE.
           MOVE WS-ANO              TO CAB-ANO.
           MOVE WS-DATA-INICIAL-NUM TO CAB-INICIAL.
           MOVE WS-DATA-FINAL-NUM   TO CAB-FINAL.
           WRITE REC-RELAT-FORNECEDORES FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-FORNECEDORES FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-LINHA-FORNECEDOR
           VARYING WS-IDX-FORN FROM 1 BY 1
           UNTIL WS-IDX-FORN > WS-TOTAL-FORNECEDORES.

           WRITE REC-RELAT-FORNECEDORES FROM SPACES
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-FORNECEDORES FROM LINHA-TITULO-RANKING
           BEFORE ADVANCING 2 LINES.

           SORT SD-RANKING
               ON ASCENDING KEY SD-RK-PRODUTO
                  DESCENDING KEY SD-RK-NOTA
                  ASCENDING KEY SD-RK-PRECO
               INPUT PROCEDURE IS SELECIONAR-PARES
               OUTPUT PROCEDURE IS IMPRIMIR-RANKING.

           IF WS-QTD-PRODUTOS-RANKING = ZEROS
               WRITE REC-RELAT-FORNECEDORES FROM LINHA-SEM-RANKING
               BEFORE ADVANCING 1 LINE
           END-IF.

           CLOSE RELAT-FORNECEDORES.

           IF WS-STATUS-ABERTURA = "00"
               CLOSE PRODUTOS
           END-IF.

           STRING "TRIM=" DELIMITED BY SIZE
                  WS-TRIMESTRE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  " FORNECEDORES=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "AVALIACAO DE FORNECEDORES GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    NOTA DO FORNECEDOR: MEDIA ENTRE O ATENDIMENTO E A
      *    PONTUALIDADE (100 MENOS O % DE ATRASADOS). SEM PEDIDO NO
      *    TRIMESTRE, A NOTA FICA ZERO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-FORNECEDOR.

           MOVE ZEROS TO WS-PRAZO-REAL WS-PERC-ATENDIMENTO
                         WS-PERC-ATRASO WS-PERC-PARCIAL
                         WS-VARIACAO-MEDIA.

           IF TB-FN-RECEBIDOS(WS-IDX-FORN) > ZEROS
               COMPUTE WS-PRAZO-REAL ROUNDED =
                   TB-FN-SOMA-DIAS(WS-IDX-FORN)
                   / TB-FN-RECEBIDOS(WS-IDX-FORN)
           END-IF.

           IF TB-FN-QTD-PEDIDA(WS-IDX-FORN) > ZEROS
               COMPUTE WS-PERC-ATENDIMENTO ROUNDED =
                   TB-FN-QTD-RECEB(WS-IDX-FORN) * 100
                   / TB-FN-QTD-PEDIDA(WS-IDX-FORN)
           END-IF.

           IF TB-FN-PEDIDOS(WS-IDX-FORN) > ZEROS
               COMPUTE WS-PERC-ATRASO ROUNDED =
                   TB-FN-ATRASADOS(WS-IDX-FORN) * 100
                   / TB-FN-PEDIDOS(WS-IDX-FORN)
               COMPUTE WS-PERC-PARCIAL ROUNDED =
                   TB-FN-PARCIAIS(WS-IDX-FORN) * 100
                   / TB-FN-PEDIDOS(WS-IDX-FORN)
               COMPUTE TB-FN-NOTA(WS-IDX-FORN) ROUNDED =
                   (WS-PERC-ATENDIMENTO + 100 - WS-PERC-ATRASO) / 2
           END-IF.

           IF TB-FN-PARES-VAR(WS-IDX-FORN) > ZEROS
               COMPUTE WS-VARIACAO-MEDIA ROUNDED =
                   TB-FN-SOMA-VAR(WS-IDX-FORN)
                   / TB-FN-PARES-VAR(WS-IDX-FORN)
           END-IF.

           MOVE TB-FN-CODIGO(WS-IDX-FORN)  TO REL-FORNECEDOR.
           MOVE TB-FN-NOME(WS-IDX-FORN)    TO REL-NOME.
           MOVE TB-FN-PEDIDOS(WS-IDX-FORN) TO REL-PEDIDOS.
           MOVE TB-FN-PRAZO(WS-IDX-FORN)   TO REL-PRAZO-PROMETIDO.
           MOVE WS-PRAZO-REAL              TO REL-PRAZO-REAL.
           MOVE WS-PERC-ATENDIMENTO        TO REL-ATENDIMENTO.
           MOVE WS-PERC-ATRASO             TO REL-ATRASO.
           MOVE WS-PERC-PARCIAL            TO REL-PARCIAL.
           MOVE WS-VARIACAO-MEDIA          TO REL-VARIACAO.
           MOVE TB-FN-NOTA(WS-IDX-FORN)    TO REL-NOTA.

           WRITE REC-RELAT-FORNECEDORES FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           ADD 1 TO CONTADOR.
      *--------------------------------------------------------------*
      *    SO ENTRAM NA CLASSIFICACAO OS PRODUTOS COM MAIS DE UM
      *    FORNECEDOR VINCULADO.
      *--------------------------------------------------------------*
       SELECIONAR-PARES.

           PERFORM SELECIONAR-LINHA-PAR
           VARYING WS-IDX-PAR FROM 1 BY 1
           UNTIL WS-IDX-PAR > WS-TOTAL-PARES.
      *--------------------------------------------------------------*
       SELECIONAR-LINHA-PAR.

           MOVE ZEROS TO WS-QTD-FORN-PRODUTO.

           PERFORM VARYING WS-IDX-OUTRO FROM 1 BY 1
           UNTIL WS-IDX-OUTRO > WS-TOTAL-PARES

               IF TB-PR-PRODUTO(WS-IDX-OUTRO)
                  = TB-PR-PRODUTO(WS-IDX-PAR)
                   ADD 1 TO WS-QTD-FORN-PRODUTO
               END-IF
           END-PERFORM.

           IF WS-QTD-FORN-PRODUTO > 1
               MOVE TB-PR-FORNECEDOR(WS-IDX-PAR) TO WS-FORN-BUSCA
               PERFORM REGISTRAR-FORNECEDOR

               MOVE TB-PR-PRODUTO(WS-IDX-PAR)     TO SD-RK-PRODUTO
               MOVE TB-PR-FORNECEDOR(WS-IDX-PAR)  TO SD-RK-FORNECEDOR
               MOVE TB-PR-PRECO-ATUAL(WS-IDX-PAR) TO SD-RK-PRECO
               MOVE TB-PR-PREFERENCIAL(WS-IDX-PAR)
                   TO SD-RK-PREFERENCIAL

               IF FLAG-FORN-NA-TABELA
                   MOVE TB-FN-NOTA(WS-POS-FORN) TO SD-RK-NOTA
               ELSE
                   MOVE ZEROS TO SD-RK-NOTA
               END-IF

               RELEASE SD-REG-RANKING
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-RANKING.

           MOVE "N" TO WS-FIM-ORDENADO.
           MOVE HIGH-VALUES TO WS-PRODUTO-ATUAL.

           PERFORM IMPRIMIR-LINHA-RANKING WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-RANKING.

           RETURN SD-RANKING
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               IF SD-RK-PRODUTO NOT = WS-PRODUTO-ATUAL
                   PERFORM INICIAR-PRODUTO-RANKING
               END-IF

               ADD 1 TO WS-POSICAO

               MOVE WS-POSICAO       TO RK-POSICAO
               MOVE SD-RK-FORNECEDOR TO RK-FORNECEDOR
               MOVE SD-RK-NOTA       TO RK-NOTA
               MOVE SD-RK-PRECO      TO RK-PRECO

               MOVE SD-RK-FORNECEDOR TO WS-FORN-BUSCA
               PERFORM REGISTRAR-FORNECEDOR
               MOVE SPACES TO RK-NOME
               IF FLAG-FORN-NA-TABELA
                   MOVE TB-FN-NOME(WS-POS-FORN) TO RK-NOME
               END-IF

               IF SD-RK-PREFERENCIAL = "S"
                   MOVE "PREF" TO RK-PREFERENCIAL
               ELSE
                   MOVE SPACES TO RK-PREFERENCIAL
               END-IF

               WRITE REC-RELAT-FORNECEDORES FROM LINHA-RANKING
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-PRODUTO-RANKING.

           IF WS-PRODUTO-ATUAL NOT = HIGH-VALUES
               WRITE REC-RELAT-FORNECEDORES FROM SPACES
               BEFORE ADVANCING 1 LINE
           END-IF.

           MOVE SD-RK-PRODUTO TO WS-PRODUTO-ATUAL.
           MOVE ZEROS         TO WS-POSICAO.
           ADD 1 TO WS-QTD-PRODUTOS-RANKING.

           MOVE SD-RK-PRODUTO TO RKP-CODIGO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE FD-PROD-DESCRICAO TO RKP-DESCRICAO
           ELSE
               MOVE "SEM CADASTRO NO MESTRE" TO RKP-DESCRICAO
           END-IF.

           WRITE REC-RELAT-FORNECEDORES FROM LINHA-PRODUTO
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-AVALF"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-AVALF"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
