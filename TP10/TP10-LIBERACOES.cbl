       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-LIBERACOES.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO SEMANAL DE VENDAS ABAIXO DO CUSTO: LISTA AS
      *    LIBERACOES DE SUPERVISOR GRAVADAS POR TP10-VENDAS EM
      *    liberacoes_preco.dat NOS SETE DIAS ATE A DATA INFORMADA
      *    (VENDA, PRODUTO, PRECO COBRADO, CUSTO MEDIO DO MOMENTO,
      *    MOTIVO, OPERADOR E QUEM AUTORIZOU, COM A PERDA DO ITEM
      *    VENDIDO ABAIXO DO CUSTO) E, EM SEGUIDA, OS PRODUTOS DO
      *    MESTRE QUE CONTINUAM COM O PRECO DE TABELA ABAIXO DO
      *    CUSTO MEDIO - A LISTA PARA REPRECIFICAR ANTES QUE A
      *    PROXIMA VENDA PRECISE DE NOVA LIBERACAO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY LIBERACAO-PRECO-SELECT.

           SELECT RELAT-LIBERACOES ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY LIBERACAO-PRECO-FD.

       FD RELAT-LIBERACOES
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-LIBERACOES PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY LIBERACAO-PRECO-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
      *---- PERIODO --------------------------------------------------*
       77 CONST-DIAS-SEMANA         PIC 9          VALUE 7.
       77 WS-DATA-FINAL             PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-INICIAL           PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-INICIAL-INT       PIC 9(8)       VALUE ZEROS.
      *---- TOTAIS ---------------------------------------------------*
       77 WS-PERDA-ITEM             PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOT-PERDA              PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-QTD-LIBERACOES         PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-ABAIXO-CUSTO       PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-ABAIXO-MARGEM      PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-PRODUTOS           PIC 9(5)       VALUE ZEROS.
       77 WS-MARGEM-PRODUTO         PIC S9(7)V9(2) VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(36) VALUE
              "VENDAS LIBERADAS ABAIXO DO CUSTO - ".
           05 CAB-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-FINAL PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(09) VALUE "Data".
           05 FILLER PIC X(07) VALUE "Venda".
           05 FILLER PIC X(06) VALUE "Prod.".
           05 FILLER PIC X(06) VALUE "  Qtd".
           05 FILLER PIC X(09) VALUE "   Preco".
           05 FILLER PIC X(09) VALUE "   Custo".
           05 FILLER PIC X(02) VALUE "M".
           05 FILLER PIC X(11) VALUE "Operador".
           05 FILLER PIC X(11) VALUE "Autorizou".
           05 FILLER PIC X(09) VALUE "    Perda".
       01 DETALHE.
           05 REL-DATA PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-VENDA PIC 9(6).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-QTD PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PRECO PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-CUSTO PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-MOTIVO PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-OPERADOR PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-AUTORIZADOR PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PERDA PIC ZZZZZ9,99.
       01 LINHA-TOTAL-LIBERACOES.
           05 FILLER PIC X(12) VALUE "Liberacoes: ".
           05 TOT-LIBERACOES PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE "   Abaixo custo: ".
           05 TOT-ABAIXO-CUSTO PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "   Abaixo margem: ".
           05 TOT-ABAIXO-MARGEM PIC ZZZZ9.
       01 LINHA-TOTAL-PERDA.
           05 FILLER PIC X(34) VALUE
              "Perda nas vendas abaixo do custo:".
           05 TOT-PERDA PIC ZZZ.ZZZ.ZZ9,99.
       01 CABEC-PRODUTOS.
           05 FILLER PIC X(44) VALUE
              "PRODUTOS COM PRECO DE TABELA ABAIXO DO CUSTO".
           05 FILLER PIC X(04) VALUE " EM ".
           05 CAB-HOJE PIC 9(8).
       01 CABEC-PRODUTOS2.
           05 FILLER PIC X(06) VALUE "Codigo".
           05 FILLER PIC X(31) VALUE "Descricao".
           05 FILLER PIC X(06) VALUE "Setor".
           05 FILLER PIC X(09) VALUE "   Preco".
           05 FILLER PIC X(09) VALUE "   Custo".
           05 FILLER PIC X(10) VALUE "  Margem %".
       01 DETALHE-PRODUTO.
           05 PRD-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PRD-DESCRICAO PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PRD-SETOR PIC X(02).
           05 FILLER PIC X(04) VALUE SPACES.
           05 PRD-PRECO PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PRD-CUSTO PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PRD-MARGEM PIC ZZZZZZ9,99-.
       01 LINHA-TOTAL-PRODUTOS.
           05 FILLER PIC X(30) VALUE
              "Produtos abaixo do custo:".
           05 TOT-PRODUTOS PIC ZZZZ9.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-LIBERACOES - vendas abaixo do custo na semana".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Semana terminando em (AAAAMMDD, zero = hoje):".
           10 SC-DATA-FINAL         LINE + 0  COLUMN 57
           USING WS-DATA-FINAL.

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
           PERFORM CALCULAR-SEMANA.
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-DATA-FINAL.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-DATA-FINAL = ZEROS
               ACCEPT WS-DATA-FINAL FROM DATE YYYYMMDD
           END-IF.
      *--------------------------------------------------------------*
      *    A SEMANA SAO OS SETE DIAS QUE TERMINAM NA DATA FINAL,
      *    INCLUSIVE ELA.
      *--------------------------------------------------------------*
       CALCULAR-SEMANA.

           COMPUTE WS-DATA-INICIAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL)
             - CONST-DIAS-SEMANA + 1.
           COMPUTE WS-DATA-INICIAL =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INICIAL-INT).
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-LIBERACOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="liberacoes_preco.dat"==
                ==:DESTINO:== BY ==WS-ARQ-LIBERACOES==
                ==:DDVAR:==  BY =="DD_LIBERACOES-PRECO"==.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.

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

           DISPLAY "DD_RELAT-LIBERACOES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT      UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-LIBERACOES.

           MOVE WS-DATA-INICIAL TO CAB-INICIAL.
           MOVE WS-DATA-FINAL   TO CAB-FINAL.
           WRITE REC-RELAT-LIBERACOES FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-LIBERACOES FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           PERFORM LISTAR-LIBERACOES.

           MOVE SPACES TO REC-RELAT-LIBERACOES.
           WRITE REC-RELAT-LIBERACOES
           BEFORE ADVANCING 1 LINE.

           MOVE WS-QTD-LIBERACOES    TO TOT-LIBERACOES.
           MOVE WS-QTD-ABAIXO-CUSTO  TO TOT-ABAIXO-CUSTO.
           MOVE WS-QTD-ABAIXO-MARGEM TO TOT-ABAIXO-MARGEM.
           WRITE REC-RELAT-LIBERACOES FROM LINHA-TOTAL-LIBERACOES
           BEFORE ADVANCING 1 LINE.

           MOVE WS-TOT-PERDA TO TOT-PERDA.
           WRITE REC-RELAT-LIBERACOES FROM LINHA-TOTAL-PERDA
           BEFORE ADVANCING 3 LINES.

           ACCEPT CAB-HOJE FROM DATE YYYYMMDD.
           WRITE REC-RELAT-LIBERACOES FROM CABEC-PRODUTOS
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-LIBERACOES FROM CABEC-PRODUTOS2
           BEFORE ADVANCING 2 LINES.

           PERFORM LISTAR-PRODUTO-ABAIXO WITH TEST BEFORE
           UNTIL FLAG-PRODUTOS-EOF.

           MOVE SPACES TO REC-RELAT-LIBERACOES.
           WRITE REC-RELAT-LIBERACOES
           BEFORE ADVANCING 1 LINE.

           MOVE WS-QTD-PRODUTOS TO TOT-PRODUTOS.
           WRITE REC-RELAT-LIBERACOES FROM LINHA-TOTAL-PRODUTOS
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-LIBERACOES.
           CLOSE PRODUTOS.

           DISPLAY "LIBERACOES NA SEMANA:     " WS-QTD-LIBERACOES.
           DISPLAY "PRODUTOS ABAIXO DO CUSTO: " WS-QTD-PRODUTOS.

           STRING "SEMANA=" DELIMITED BY SIZE
                  WS-DATA-INICIAL DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATA-FINAL DELIMITED BY SIZE
                  " LIB=" DELIMITED BY SIZE
                  WS-QTD-LIBERACOES DELIMITED BY SIZE
                  " PROD=" DELIMITED BY SIZE
                  WS-QTD-PRODUTOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO LIBERACOES GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    O ARQUIVO E GRAVADO NA ORDEM DAS VENDAS, QUE JA E A ORDEM
      *    DO RELATORIO.
      *--------------------------------------------------------------*
       LISTAR-LIBERACOES.

           MOVE SPACES TO WS-STATUS-LIBERACOES.
           PERFORM OBTER-CAMINHO-LIBERACOES.

           OPEN INPUT LIBERACOES-PRECO.

           IF FLAG-LIBERACOES-SUCESSO
               PERFORM LISTAR-LINHA-LIBERACAO WITH TEST BEFORE
               UNTIL FLAG-LIBERACOES-EOF
               CLOSE LIBERACOES-PRECO
           END-IF.
      *--------------------------------------------------------------*
      *    A PERDA SO EXISTE NO ITEM VENDIDO ABAIXO DO CUSTO: NA
      *    LIBERACAO POR MARGEM O ITEM AINDA DEU LUCRO.
      *--------------------------------------------------------------*
       LISTAR-LINHA-LIBERACAO.

           READ LIBERACOES-PRECO.

           IF NOT FLAG-LIBERACOES-EOF
           AND LP-DATA >= WS-DATA-INICIAL
           AND LP-DATA <= WS-DATA-FINAL
               MOVE ZEROS TO WS-PERDA-ITEM

               IF FLAG-LP-ABAIXO-CUSTO
                   COMPUTE WS-PERDA-ITEM ROUNDED =
                       (LP-CUSTO - LP-PRECO) * LP-QUANTIDADE
                   ADD WS-PERDA-ITEM TO WS-TOT-PERDA
                   ADD 1 TO WS-QTD-ABAIXO-CUSTO
               ELSE
                   ADD 1 TO WS-QTD-ABAIXO-MARGEM
               END-IF

               MOVE LP-DATA        TO REL-DATA
               MOVE LP-VENDA       TO REL-VENDA
               MOVE LP-CODIGO      TO REL-CODIGO
               MOVE LP-QUANTIDADE  TO REL-QTD
               MOVE LP-PRECO       TO REL-PRECO
               MOVE LP-CUSTO       TO REL-CUSTO
               MOVE LP-MOTIVO      TO REL-MOTIVO
               MOVE LP-OPERADOR    TO REL-OPERADOR
               MOVE LP-AUTORIZADOR TO REL-AUTORIZADOR
               MOVE WS-PERDA-ITEM  TO REL-PERDA

               WRITE REC-RELAT-LIBERACOES FROM DETALHE
               BEFORE ADVANCING 1 LINE

               ADD 1 TO WS-QTD-LIBERACOES
           END-IF.
      *--------------------------------------------------------------*
      *    A LEITURA SEGUE DO REGISTRO DE VERSAO EM DIANTE; PRODUTO
      *    SEM CUSTO APURADO NAO TEM COMO ESTAR ABAIXO DELE.
      *--------------------------------------------------------------*
       LISTAR-PRODUTO-ABAIXO.

           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
           AND FLAG-PRODUTOS-SUCESSO
           AND FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
           AND FD-PROD-CUSTO-MEDIO > ZEROS
           AND FD-PROD-VALOR < FD-PROD-CUSTO-MEDIO
               COMPUTE WS-MARGEM-PRODUTO ROUNDED =
                   (FD-PROD-VALOR - FD-PROD-CUSTO-MEDIO) * 100
                   / FD-PROD-CUSTO-MEDIO

               MOVE FD-PROD-CODIGO      TO PRD-CODIGO
               MOVE FD-PROD-DESCRICAO   TO PRD-DESCRICAO
               MOVE FD-PROD-SETOR       TO PRD-SETOR
               MOVE FD-PROD-VALOR       TO PRD-PRECO
               MOVE FD-PROD-CUSTO-MEDIO TO PRD-CUSTO
               MOVE WS-MARGEM-PRODUTO   TO PRD-MARGEM

               WRITE REC-RELAT-LIBERACOES FROM DETALHE-PRODUTO
               BEFORE ADVANCING 1 LINE

               ADD 1 TO WS-QTD-PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-VERSAO-PRODUTOS-MESTRE.
           COPY VERIFICAR-VERSAO-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-LIBER"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-LIBER"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
