       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-REPOSICAO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RECALCULO MENSAL DO PONTO DE REPOSICAO: APURA A MEDIA
      *    DIARIA DE SAIDAS DE CADA PRODUTO NO KARDEX
      *    (movimentos_estoque.txt) NA JANELA INFORMADA, SEM CONTAR
      *    AS TRANSFERENCIAS ENTRE LOCAIS, E PROPOE COMO NOVO PONTO
      *    A MEDIA x (PRAZO DE ENTREGA DO FORNECEDOR PREFERENCIAL EM
      *    fornecedores.dat + DIAS DE ESTOQUE DE SEGURANCA DA CLASSE
      *    ABC DO PRODUTO). O RELATORIO MOSTRA O PONTO ATUAL AO LADO
      *    DO PROPOSTO E SO DEPOIS DA CONFIRMACAO OS NOVOS PONTOS SAO
      *    GRAVADOS NO MESTRE, CADA ALTERACAO REGISTRADA EM
      *    cadastro_log.txt COMO AS FEITAS EM TP10_01. PRODUTO SEM
      *    SAIDA NA JANELA MANTEM O PONTO ATUAL.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           SELECT MOVIMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.

           SELECT FORNECEDORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT PROD-FORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD-FORN.

           COPY CADLOG-SELECT.

           SELECT RELAT-REPOSICAO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY PRODLOCK-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       FD  MOVIMENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVIMENTO.

       01  REG-MOVIMENTO.
           05 MV-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-MOV-ENTRADA                        VALUE "E".
               88 FLAG-MOV-SAIDA                          VALUE "S".
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-LOCAL              PIC X(2)              VALUE SPACES.

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

       COPY CADLOG-FD.

       FD RELAT-REPOSICAO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-REPOSICAO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY PRODLOCK-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY CADLOG-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY PRODLOCK-STATUS.
      *    O LOTE NAO TEM LOGIN DE OPERADOR; A TRAVA DO MESTRE E O
      *    LOG DO CADASTRO SAO ASSINADOS COM O NOME DO PROGRAMA.
       77 WS-LOGIN-ID               PIC X(10)      VALUE "TP10-REPOS".
       77 WS-ARQ-MOVIMENTOS         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-MOVIMENTOS      PIC X(02)      VALUE SPACES.
           88 FLAG-MOVIMENTOS-SUCESSO              VALUE "00".
           88 FLAG-MOVIMENTOS-EOF                  VALUE "10".
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
      *---- PARAMETROS -----------------------------------------------*
      *    JANELA DE APURACAO EM DIAS, DIAS DE ESTOQUE DE SEGURANCA
      *    POR CLASSE ABC (PRODUTO AINDA SEM CLASSE USA O DA C) E
      *    PRAZO ASSUMIDO QUANDO O PRODUTO NAO TEM FORNECEDOR
      *    PREFERENCIAL OU O FORNECEDOR NAO TEM PRAZO CADASTRADO.
       77 WS-JANELA-DIAS            PIC 9(3)       VALUE 90.
       77 WS-SEGURANCA-A            PIC 9(3)       VALUE 10.
       77 WS-SEGURANCA-B            PIC 9(3)       VALUE 7.
       77 WS-SEGURANCA-C            PIC 9(3)       VALUE 5.
       77 WS-PRAZO-PADRAO           PIC 9(3)       VALUE 7.
       77 WS-CONFIRMA               PIC X          VALUE "N".
           88 FLAG-CONFIRMA-APLICAR                VALUE "S" "s".
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-CORTE             PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-CORTE-INT         PIC 9(8)       VALUE ZEROS.
      *---- SAIDAS POR PRODUTO NA JANELA -----------------------------*
       77 CONST-LIMITE-PRODUTOS     PIC 9(4)       VALUE 999.
       77 WS-TOTAL-SAIDAS           PIC 9(4)       VALUE ZEROS.
       77 WS-POS-SAIDA              PIC 9(4)       VALUE ZEROS.
           88 FLAG-SAIDA-NA-TABELA  VALUE 1 THRU 999.
       77 WS-IDX                    PIC 9(4)       VALUE ZEROS.
       77 WS-CODIGO-BUSCA           PIC X(5)       VALUE SPACES.
       77 WS-TABELA-EXCEDIDA        PIC X          VALUE "N".
           88 FLAG-TABELA-EXCEDIDA                 VALUE "S".
       01 TB-SAIDAS.
           02 SAIDA-ITEM OCCURS 999 TIMES.
               10 TB-SA-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-SA-QTD         PIC 9(7)       VALUE ZEROS.
      *    A TRANSFERENCIA GRAVA NO KARDEX UM "S" NA ORIGEM SEGUIDO
      *    DE UM "E" NO DESTINO COM O MESMO PRODUTO, QUANTIDADE, DATA
      *    E OPERADOR; ESSE PAR NAO E CONSUMO E SAI DA MEDIA.
       01 WS-MOV-ANTERIOR.
           05 WS-ANT-CODIGO         PIC X(5)       VALUE SPACES.
           05 WS-ANT-TIPO           PIC X          VALUE SPACES.
           05 WS-ANT-QUANTIDADE     PIC 9(5)       VALUE ZEROS.
           05 WS-ANT-DATA           PIC 9(8)       VALUE ZEROS.
           05 WS-ANT-OPERADOR       PIC X(10)      VALUE SPACES.
           05 WS-ANT-LOCAL          PIC X(2)       VALUE SPACES.
      *---- FORNECEDOR PREFERENCIAL E PRAZO --------------------------*
       77 WS-TOTAL-PREFERIDOS       PIC 9(4)       VALUE ZEROS.
       01 TB-PREFERIDOS.
           02 PREFERIDO-ITEM OCCURS 999 TIMES.
               10 TB-PF-PRODUTO     PIC X(5)       VALUE SPACES.
               10 TB-PF-FORNECEDOR  PIC X(5)       VALUE SPACES.
       77 CONST-LIMITE-FORNECEDORES PIC 9(3)       VALUE 200.
       77 WS-TOTAL-FORNECEDORES     PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-FORN               PIC 9(3)       VALUE ZEROS.
       01 TB-FORNECEDORES.
           02 FORNECEDOR-ITEM OCCURS 200 TIMES.
               10 TB-FN-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-FN-LEAD-TIME   PIC 9(3)       VALUE ZEROS.
       77 WS-FORN-PREFERIDO         PIC X(5)       VALUE SPACES.
      *---- CALCULO DO PONTO -----------------------------------------*
       77 WS-PRAZO                  PIC 9(3)       VALUE ZEROS.
       77 WS-SEGURANCA              PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-SAIDAS             PIC 9(7)       VALUE ZEROS.
       77 WS-MEDIA-DIARIA           PIC 9(5)V9(4)  VALUE ZEROS.
       77 WS-PONTO-CALC             PIC 9(9)       VALUE ZEROS.
       77 WS-PONTO-PROPOSTO         PIC 9(5)       VALUE ZEROS.
      *---- PONTOS A GRAVAR ------------------------------------------*
       77 WS-TOTAL-PROPOSTAS        PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-PROPOSTA           PIC 9(4)       VALUE ZEROS.
       01 TB-PROPOSTAS.
           02 PROPOSTA-ITEM OCCURS 999 TIMES.
               10 TB-PR-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-PR-PONTO       PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-APLICADOS          PIC 9(4)       VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LOG DO CADASTRO ------------------------------------------*
       77 WS-LOG-OPERACAO           PIC X          VALUE SPACES.
       77 WS-IMAGEM-ANTES           PIC X(74)      VALUE SPACES.
       77 WS-IMAGEM-DEPOIS          PIC X(74)      VALUE SPACES.
       77 WS-LOG-DATA               PIC 9(8)       VALUE ZEROS.
       77 WS-LOG-HORA               PIC 9(8)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(28) VALUE "PONTO DE REPOSICAO - SAIDAS ".
           05 FILLER PIC X(04) VALUE "DE ".
           05 CAB-CORTE PIC 9(8).
           05 FILLER PIC X(03) VALUE " A ".
           05 CAB-HOJE PIC 9(8).
           05 FILLER PIC X(03) VALUE " (".
           05 CAB-JANELA PIC ZZ9.
           05 FILLER PIC X(06) VALUE " DIAS)".
       01 CABEC2.
           05 FILLER PIC X(20) VALUE "SEGURANCA EM DIAS A:".
           05 CAB-SEG-A PIC ZZ9.
           05 FILLER PIC X(04) VALUE "  B:".
           05 CAB-SEG-B PIC ZZ9.
           05 FILLER PIC X(04) VALUE "  C:".
           05 CAB-SEG-C PIC ZZ9.
           05 FILLER PIC X(24) VALUE "  PRAZO SEM FORNECEDOR:".
           05 CAB-PRAZO PIC ZZ9.
       01 CABEC3.
           05 FILLER PIC X(06) VALUE "Codigo".
           05 FILLER PIC X(21) VALUE "Descricao".
           05 FILLER PIC X(03) VALUE "Cl".
           05 FILLER PIC X(07) VALUE "Saidas".
           05 FILLER PIC X(08) VALUE "Med/dia".
           05 FILLER PIC X(04) VALUE "Prz".
           05 FILLER PIC X(04) VALUE "Seg".
           05 FILLER PIC X(06) VALUE "Atual".
           05 FILLER PIC X(06) VALUE "Novo".
           05 FILLER PIC X(07) VALUE "Obs.".
       01 DETALHE.
           05 REL-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DESCRICAO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-CLASSE PIC X.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-SAIDAS PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-MEDIA PIC ZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PRAZO PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-SEGURANCA PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PONTO-ATUAL PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PONTO-NOVO PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-OBSERVACAO PIC X(07).
       01 LINHA-TOTAL.
           05 FILLER PIC X(20) VALUE "PRODUTOS AVALIADOS: ".
           05 TOT-AVALIADOS PIC ZZZZ9.
           05 FILLER PIC X(24) VALUE "   COM PONTO ALTERADO: ".
           05 TOT-ALTERADOS PIC ZZZZ9.
       01 LINHA-EXCEDIDA.
           05 FILLER PIC X(44) VALUE
              "PRODUTOS EXCEDEM A TABELA - PONTOS NAO SERAO".
           05 FILLER PIC X(09) VALUE " GRAVADOS".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-REPOSICAO - recalculo do ponto de reposicao".

           10   LINE 06   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Janela de saidas em dias (padrao 90):".
           10 SC-JANELA             LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-JANELA-DIAS.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Dias de seguranca classe A (padrao 10):".
           10 SC-SEGURANCA-A        LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-SEGURANCA-A.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Dias de seguranca classe B (padrao 7):".
           10 SC-SEGURANCA-B        LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-SEGURANCA-B.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Dias de seguranca classe C (padrao 5):".
           10 SC-SEGURANCA-C        LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-SEGURANCA-C.

           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Prazo sem fornecedor preferencial (padrao 7):".
           10 SC-PRAZO-PADRAO       LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-PRAZO-PADRAO.

           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 16   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
       01 SC-CONFIRMACAO.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-REPOSICAO - recalculo do ponto de reposicao".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Produtos com ponto alterado no relatorio:".
           10   LINE + 0  COLUMN 57  PIC ZZZ9
           FROM WS-TOTAL-PROPOSTAS.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Gravar os pontos propostos no cadastro? (S/N):".
           10 SC-CONFIRMA           LINE + 0  COLUMN 57
           USING WS-CONFIRMA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM CALCULAR-DATA-CORTE.
           PERFORM CARREGAR-SAIDAS.
           PERFORM CARREGAR-PREFERIDOS.
           PERFORM CARREGAR-FORNECEDORES.
           PERFORM IMPRIMIR-PROPOSTAS.

           MOVE "N" TO WS-CONFIRMA.

           IF WS-TOTAL-PROPOSTAS > ZEROS
           AND NOT FLAG-TABELA-EXCEDIDA
               DISPLAY SC-CONFIRMACAO
               ACCEPT SC-CONFIRMA
           END-IF.

           IF FLAG-CONFIRMA-APLICAR
               PERFORM APLICAR-PROPOSTAS
           END-IF.

           DISPLAY "PRODUTOS AVALIADOS:      " CONTADOR.
           DISPLAY "PONTOS PROPOSTOS:        " WS-TOTAL-PROPOSTAS.
           DISPLAY "PONTOS GRAVADOS:         " WS-QTD-APLICADOS.

           STRING "JANELA=" DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  " PROPOSTOS=" DELIMITED BY SIZE
                  WS-TOTAL-PROPOSTAS DELIMITED BY SIZE
                  " GRAVADOS=" DELIMITED BY SIZE
                  WS-QTD-APLICADOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.

           IF WS-QTD-APLICADOS > ZEROS
               MOVE "PONTOS DE REPOSICAO GRAVADOS" TO WS-AUD-RESULTADO
           ELSE
               MOVE "PONTOS DE REPOSICAO SO LISTADOS"
                   TO WS-AUD-RESULTADO
           END-IF.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-JANELA.
           ACCEPT SC-SEGURANCA-A.
           ACCEPT SC-SEGURANCA-B.
           ACCEPT SC-SEGURANCA-C.
           ACCEPT SC-PRAZO-PADRAO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-JANELA-DIAS = ZEROS
               MOVE 90 TO WS-JANELA-DIAS
           END-IF.
      *--------------------------------------------------------------*
      *    A JANELA TERMINA HOJE E COMECA JANELA - 1 DIAS ANTES.
      *--------------------------------------------------------------*
       CALCULAR-DATA-CORTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           COMPUTE WS-DATA-CORTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
             - WS-JANELA-DIAS + 1.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DATA-CORTE-INT).
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
       OBTER-CAMINHO-CADASTRO-LOG.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="cadastro_log.txt"==
                ==:DESTINO:== BY ==WS-ARQ-CADASTRO-LOG==
                ==:DDVAR:==  BY =="DD_CADASTRO-LOG"==.
      *--------------------------------------------------------------*
       CARREGAR-SAIDAS.

           MOVE SPACES TO WS-STATUS-MOVIMENTOS.
           MOVE SPACES TO WS-MOV-ANTERIOR.

           PERFORM OBTER-CAMINHO-MOVIMENTOS.

           OPEN INPUT MOVIMENTOS.

           IF FLAG-MOVIMENTOS-SUCESSO
               PERFORM SOMAR-LINHA-MOVIMENTO WITH TEST BEFORE
               UNTIL FLAG-MOVIMENTOS-EOF
               CLOSE MOVIMENTOS
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-MOVIMENTO.

           READ MOVIMENTOS.

           IF NOT FLAG-MOVIMENTOS-EOF
               IF MV-DATA >= WS-DATA-CORTE
               AND MV-DATA <= WS-DATA-HOJE
                   EVALUATE TRUE
                       WHEN FLAG-MOV-SAIDA
                           PERFORM SOMAR-SAIDA-PRODUTO
                       WHEN FLAG-MOV-ENTRADA
                       AND WS-ANT-TIPO = "S"
                       AND MV-CODIGO = WS-ANT-CODIGO
                       AND MV-QUANTIDADE = WS-ANT-QUANTIDADE
                       AND MV-DATA = WS-ANT-DATA
                       AND MV-OPERADOR = WS-ANT-OPERADOR
                       AND MV-LOCAL NOT = WS-ANT-LOCAL
                           PERFORM ESTORNAR-TRANSFERENCIA
                   END-EVALUATE
               END-IF

               MOVE MV-CODIGO     TO WS-ANT-CODIGO
               MOVE MV-TIPO       TO WS-ANT-TIPO
               MOVE MV-QUANTIDADE TO WS-ANT-QUANTIDADE
               MOVE MV-DATA       TO WS-ANT-DATA
               MOVE MV-OPERADOR   TO WS-ANT-OPERADOR
               MOVE MV-LOCAL      TO WS-ANT-LOCAL
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-SAIDA-PRODUTO.

           MOVE MV-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-SAIDA.

           IF NOT FLAG-SAIDA-NA-TABELA
               IF WS-TOTAL-SAIDAS < CONST-LIMITE-PRODUTOS
                   ADD 1 TO WS-TOTAL-SAIDAS
                   MOVE WS-TOTAL-SAIDAS TO WS-POS-SAIDA
                   MOVE MV-CODIGO TO TB-SA-CODIGO(WS-POS-SAIDA)
               ELSE
                   MOVE "S" TO WS-TABELA-EXCEDIDA
               END-IF
           END-IF.

           IF FLAG-SAIDA-NA-TABELA
               ADD MV-QUANTIDADE TO TB-SA-QTD(WS-POS-SAIDA)
           END-IF.
      *--------------------------------------------------------------*
       ESTORNAR-TRANSFERENCIA.

           MOVE MV-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-SAIDA.

           IF FLAG-SAIDA-NA-TABELA
               IF TB-SA-QTD(WS-POS-SAIDA) > MV-QUANTIDADE
                   SUBTRACT MV-QUANTIDADE FROM TB-SA-QTD(WS-POS-SAIDA)
               ELSE
                   MOVE ZEROS TO TB-SA-QTD(WS-POS-SAIDA)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-SAIDA.

           MOVE ZEROS TO WS-POS-SAIDA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-SAIDAS

               IF TB-SA-CODIGO(WS-IDX) = WS-CODIGO-BUSCA
                   MOVE WS-IDX TO WS-POS-SAIDA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CARREGAR-PREFERIDOS.

           MOVE SPACES TO WS-STATUS-PROD-FORN.

           PERFORM OBTER-CAMINHO-PROD-FORN.

           OPEN INPUT PROD-FORN.

           IF FLAG-PROD-FORN-SUCESSO
               PERFORM CARREGAR-LINHA-PROD-FORN WITH TEST BEFORE
               UNTIL FLAG-PROD-FORN-EOF
               CLOSE PROD-FORN
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PROD-FORN.

           READ PROD-FORN.

           IF NOT FLAG-PROD-FORN-EOF
           AND FLAG-FORN-PREFERENCIAL
           AND WS-TOTAL-PREFERIDOS < CONST-LIMITE-PRODUTOS
               ADD 1 TO WS-TOTAL-PREFERIDOS
               MOVE PF-CODIGO-PROD
                   TO TB-PF-PRODUTO(WS-TOTAL-PREFERIDOS)
               MOVE PF-CODIGO-FORN
                   TO TB-PF-FORNECEDOR(WS-TOTAL-PREFERIDOS)
           END-IF.
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
           AND WS-TOTAL-FORNECEDORES < CONST-LIMITE-FORNECEDORES
               ADD 1 TO WS-TOTAL-FORNECEDORES
               MOVE FN-CODIGO
                   TO TB-FN-CODIGO(WS-TOTAL-FORNECEDORES)

               IF FN-LEAD-TIME NUMERIC
                   MOVE FN-LEAD-TIME
                       TO TB-FN-LEAD-TIME(WS-TOTAL-FORNECEDORES)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-PROPOSTAS.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-VERSAO-PRODUTOS-MESTRE.

           IF NOT FLAG-VERSAO-OK
               CLOSE PRODUTOS
               STOP RUN
           END-IF.

           DISPLAY "DD_RELAT-REPOSICAO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT     UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-REPOSICAO.

           MOVE WS-DATA-CORTE  TO CAB-CORTE.
           MOVE WS-DATA-HOJE   TO CAB-HOJE.
           MOVE WS-JANELA-DIAS TO CAB-JANELA.
           WRITE REC-RELAT-REPOSICAO FROM CABEC1
           BEFORE ADVANCING 1 LINE.

           MOVE WS-SEGURANCA-A  TO CAB-SEG-A.
           MOVE WS-SEGURANCA-B  TO CAB-SEG-B.
           MOVE WS-SEGURANCA-C  TO CAB-SEG-C.
           MOVE WS-PRAZO-PADRAO TO CAB-PRAZO.
           WRITE REC-RELAT-REPOSICAO FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           WRITE REC-RELAT-REPOSICAO FROM CABEC3
           BEFORE ADVANCING 2 LINES.

           PERFORM AVALIAR-LINHA-PRODUTO WITH TEST BEFORE
           UNTIL FLAG-PRODUTOS-EOF.

           CLOSE PRODUTOS.

           WRITE REC-RELAT-REPOSICAO FROM SPACES
           BEFORE ADVANCING 1 LINE.

           MOVE CONTADOR           TO TOT-AVALIADOS.
           MOVE WS-TOTAL-PROPOSTAS TO TOT-ALTERADOS.
           WRITE REC-RELAT-REPOSICAO FROM LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

      *    COM MAIS PRODUTOS DO QUE CABE NAS TABELAS, ALGUMA MEDIA
      *    SAIRIA ZERADA: OS PONTOS SO SAO LISTADOS.
           IF FLAG-TABELA-EXCEDIDA
               WRITE REC-RELAT-REPOSICAO FROM LINHA-EXCEDIDA
               BEFORE ADVANCING 1 LINE
           END-IF.

           CLOSE RELAT-REPOSICAO.
      *--------------------------------------------------------------*
       AVALIAR-LINHA-PRODUTO.

           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
           AND FLAG-PRODUTOS-SUCESSO
               IF FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
                   PERFORM CALCULAR-PONTO-PRODUTO
                   PERFORM IMPRIMIR-LINHA-PRODUTO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    NOVO PONTO = MEDIA DIARIA DE SAIDAS x (PRAZO DE ENTREGA
      *    + DIAS DE SEGURANCA DA CLASSE), ARREDONDADO.
      *--------------------------------------------------------------*
       CALCULAR-PONTO-PRODUTO.

           MOVE FD-PROD-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZAR-SAIDA.

           MOVE ZEROS TO WS-QTD-SAIDAS.
           IF FLAG-SAIDA-NA-TABELA
               MOVE TB-SA-QTD(WS-POS-SAIDA) TO WS-QTD-SAIDAS
           END-IF.

           COMPUTE WS-MEDIA-DIARIA ROUNDED =
               WS-QTD-SAIDAS / WS-JANELA-DIAS.

           PERFORM OBTER-PRAZO-FORNECEDOR.

           EVALUATE TRUE
               WHEN FLAG-CLASSE-ABC-A
                   MOVE WS-SEGURANCA-A TO WS-SEGURANCA
               WHEN FLAG-CLASSE-ABC-B
                   MOVE WS-SEGURANCA-B TO WS-SEGURANCA
               WHEN OTHER
                   MOVE WS-SEGURANCA-C TO WS-SEGURANCA
           END-EVALUATE.

           COMPUTE WS-PONTO-CALC ROUNDED =
               WS-MEDIA-DIARIA * (WS-PRAZO + WS-SEGURANCA).

           IF WS-PONTO-CALC > 99999
               MOVE 99999 TO WS-PONTO-PROPOSTO
           ELSE
               MOVE WS-PONTO-CALC TO WS-PONTO-PROPOSTO
           END-IF.
      *--------------------------------------------------------------*
       OBTER-PRAZO-FORNECEDOR.

           MOVE SPACES TO WS-FORN-PREFERIDO.
           MOVE ZEROS  TO WS-PRAZO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PREFERIDOS

               IF TB-PF-PRODUTO(WS-IDX) = FD-PROD-CODIGO
                   MOVE TB-PF-FORNECEDOR(WS-IDX) TO WS-FORN-PREFERIDO
               END-IF
           END-PERFORM.

           IF WS-FORN-PREFERIDO NOT = SPACES
               PERFORM VARYING WS-IDX-FORN FROM 1 BY 1
               UNTIL WS-IDX-FORN > WS-TOTAL-FORNECEDORES

                   IF TB-FN-CODIGO(WS-IDX-FORN) = WS-FORN-PREFERIDO
                       MOVE TB-FN-LEAD-TIME(WS-IDX-FORN) TO WS-PRAZO
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PRAZO = ZEROS
               MOVE WS-PRAZO-PADRAO TO WS-PRAZO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-PRODUTO.

           MOVE FD-PROD-CODIGO          TO REL-CODIGO.
           MOVE FD-PROD-DESCRICAO       TO REL-DESCRICAO.
           MOVE FD-PROD-CLASSE-ABC      TO REL-CLASSE.
           MOVE WS-QTD-SAIDAS           TO REL-SAIDAS.
           MOVE WS-MEDIA-DIARIA         TO REL-MEDIA.
           MOVE WS-PRAZO                TO REL-PRAZO.
           MOVE WS-SEGURANCA            TO REL-SEGURANCA.
           MOVE FD-PROD-PONTO-REPOSICAO TO REL-PONTO-ATUAL.

      *    SEM SAIDA NA JANELA NAO HA MEDIA PARA PROPOR: O PONTO
      *    ATUAL FICA.
           EVALUATE TRUE
               WHEN WS-QTD-SAIDAS = ZEROS
                   MOVE FD-PROD-PONTO-REPOSICAO TO REL-PONTO-NOVO
                   MOVE "SEM MOV" TO REL-OBSERVACAO
               WHEN WS-PONTO-PROPOSTO = FD-PROD-PONTO-REPOSICAO
                   MOVE WS-PONTO-PROPOSTO TO REL-PONTO-NOVO
                   MOVE SPACES TO REL-OBSERVACAO
               WHEN OTHER
                   MOVE WS-PONTO-PROPOSTO TO REL-PONTO-NOVO
                   MOVE "ALTERA"  TO REL-OBSERVACAO
                   PERFORM GUARDAR-PROPOSTA
           END-EVALUATE.

           WRITE REC-RELAT-REPOSICAO FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           ADD 1 TO CONTADOR.
      *--------------------------------------------------------------*
       GUARDAR-PROPOSTA.

           IF WS-TOTAL-PROPOSTAS < CONST-LIMITE-PRODUTOS
               ADD 1 TO WS-TOTAL-PROPOSTAS
               MOVE FD-PROD-CODIGO
                   TO TB-PR-CODIGO(WS-TOTAL-PROPOSTAS)
               MOVE WS-PONTO-PROPOSTO
                   TO TB-PR-PONTO(WS-TOTAL-PROPOSTAS)
           ELSE
               MOVE "S" TO WS-TABELA-EXCEDIDA
           END-IF.
      *--------------------------------------------------------------*
      *    GRAVACAO CONFIRMADA: SOB A TRAVA DO MESTRE, RELE CADA
      *    PRODUTO PELA CHAVE, TROCA SO O PONTO DE REPOSICAO E
      *    REGISTRA AS IMAGENS ANTES/DEPOIS NO LOG DO CADASTRO.
      *--------------------------------------------------------------*
       APLICAR-PROPOSTAS.

           PERFORM TRAVAR-PRODUTOS-MESTRE.

           IF FLAG-TRAVA-OCUPADA
               DISPLAY "MESTRE EM USO POR " TL-OPERADOR
               DISPLAY "PONTOS NAO GRAVADOS - TENTE MAIS TARDE"
           ELSE
               PERFORM OBTER-CAMINHO-PRODUTOS
               MOVE SPACES TO WS-STATUS-PRODUTOS

               OPEN I-O PRODUTOS

               IF NOT FLAG-PRODUTOS-SUCESSO
                   DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               ELSE
                   PERFORM ABRIR-CADASTRO-LOG

                   PERFORM GRAVAR-PONTO-PRODUTO
                   VARYING WS-IDX-PROPOSTA FROM 1 BY 1
                   UNTIL WS-IDX-PROPOSTA > WS-TOTAL-PROPOSTAS

                   CLOSE CADASTRO-LOG
                   CLOSE PRODUTOS
               END-IF

               PERFORM LIBERAR-PRODUTOS-MESTRE
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-CADASTRO-LOG.

           PERFORM OBTER-CAMINHO-CADASTRO-LOG.

           MOVE SPACES TO WS-STATUS-CADASTRO-LOG.

           OPEN EXTEND CADASTRO-LOG.

           IF NOT FLAG-CADLOG-SUCESSO
               IF FLAG-CADLOG-NAO-CRIADO
                   OPEN OUTPUT CADASTRO-LOG
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PONTO-PRODUTO.

           MOVE TB-PR-CODIGO(WS-IDX-PROPOSTA) TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE REG-PRODUTO TO WS-IMAGEM-ANTES
               MOVE TB-PR-PONTO(WS-IDX-PROPOSTA)
                   TO FD-PROD-PONTO-REPOSICAO

               REWRITE REG-PRODUTO

               IF FLAG-PRODUTOS-SUCESSO
                   ADD 1 TO WS-QTD-APLICADOS
                   MOVE "A"         TO WS-LOG-OPERACAO
                   MOVE REG-PRODUTO TO WS-IMAGEM-DEPOIS
                   PERFORM GRAVAR-LOG-CADASTRO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LOG-CADASTRO.

           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HORA FROM TIME.

           MOVE SPACES TO REG-CADASTRO-LOG.

           MOVE WS-LOGIN-ID      TO CL-OPERADOR.
           MOVE WS-LOG-DATA      TO CL-DATA.
           MOVE WS-LOG-HORA      TO CL-HORA.
           MOVE WS-LOG-OPERACAO  TO CL-OPERACAO.
           MOVE WS-IMAGEM-ANTES  TO CL-IMAGEM-ANTES.
           MOVE WS-IMAGEM-DEPOIS TO CL-IMAGEM-DEPOIS.

           WRITE REG-CADASTRO-LOG.
      *--------------------------------------------------------------*
       VERIFICAR-VERSAO-PRODUTOS-MESTRE.
           COPY VERIFICAR-VERSAO-PRODUTOS.
      *--------------------------------------------------------------*
       TRAVAR-PRODUTOS-MESTRE.
           COPY TRAVAR-PRODUTOS.
      *--------------------------------------------------------------*
       LIBERAR-PRODUTOS-MESTRE.
           COPY LIBERAR-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-REPOS"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-REPOS"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
