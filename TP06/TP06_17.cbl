       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP06_17.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    DEMONSTRATIVO DE BENS E DIREITOS PARA A DECLARACAO ANUAL:
      *    REPROCESSA O LEDGER (trades.dat) E OS DESDOBRAMENTOS E
      *    GRUPAMENTOS DE eventos_societarios.dat EM ORDEM DE DATA,
      *    PAPEL A PAPEL, E IMPRIME A POSICAO, O CUSTO MEDIO E O
      *    CUSTO TOTAL DE AQUISICAO EM 31/12 DO ANO ANTERIOR E EM
      *    31/12 DO ANO-BASE, NOS TERMOS DA FICHA DE BENS E DIREITOS.
      *    AO LADO DE CADA PAPEL VAO OS PROVENTOS PAGOS NO ANO-BASE
      *    (proventos.dat) SEPARADOS PELA FICHA ONDE SAO DECLARADOS:
      *    DIVIDENDOS EM RENDIMENTOS ISENTOS, JCP EM TRIBUTACAO
      *    EXCLUSIVA. O DEMONSTRATIVO VAI PARA bens_direitos.txt.
      *
      *    O CUSTO SEGUE A REGRA DE TP06_08: COMPRA SOMA QUANTIDADE E
      *    CUSTO COM TAXAS, VENDA BAIXA PELO CUSTO MEDIO. O EVENTO
      *    SOCIETARIO MUDA A QUANTIDADE E PRESERVA O CUSTO TOTAL, E
      *    VALE ANTES DOS NEGOCIOS DO PROPRIO DIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRADES.

           COPY EVENTO-SOC-SELECT.

           SELECT PROVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROVENTOS.

           SELECT BENS-DIREITOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-BENS-DIREITOS.

           SELECT SD-MOVIMENTOS ASSIGN TO DISK.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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
               88 FLAG-TRADE-TIPO-VALIDO                  VALUE "C" "V".
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-QUANTIDADE         PIC 9(9)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-PRECO              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TR-TAXAS              PIC 9(5)V9(2)         VALUE ZEROS.

       COPY EVENTO-SOC-FD.

       FD  PROVENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PROVENTO.

       01  REG-PROVENTO.
           05 PV-PAPEL              PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PV-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-PROV-DIVIDENDO                     VALUE "D".
               88 FLAG-PROV-JCP                           VALUE "J".
               88 FLAG-PROV-OUTRO                         VALUE "O".
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

       FD  BENS-DIREITOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-BENS-DIREITOS.

       01  REG-BENS-DIREITOS.
           05 BD-LINHA              PIC X(100)            VALUE SPACES.

      *    MOVIMENTOS DE TODOS OS PAPEIS EM ORDEM DE PAPEL E DATA; NO
      *    MESMO DIA O EVENTO (ORDEM 1) VEM ANTES DOS NEGOCIOS (ORDEM
      *    2), E OS NEGOCIOS MANTEM A ORDEM DE LANCAMENTO DO LEDGER.
       SD  SD-MOVIMENTOS.
       01  SD-REG-MOVIMENTO.
           05 SD-MV-PAPEL           PIC X(12).
           05 SD-MV-DATA            PIC 9(8).
           05 SD-MV-ORDEM           PIC 9.
           05 SD-MV-SEQUENCIA       PIC 9(7).
           05 SD-MV-TIPO            PIC X.
               88 FLAG-MV-COMPRA                          VALUE "C".
               88 FLAG-MV-VENDA                           VALUE "V".
               88 FLAG-MV-DESDOBRAMENTO                   VALUE "D".
               88 FLAG-MV-GRUPAMENTO                      VALUE "G".
           05 SD-MV-QUANTIDADE      PIC 9(9).
           05 SD-MV-PRECO           PIC 9(7)V9(2).
           05 SD-MV-TAXAS           PIC 9(5)V9(2).
           05 SD-MV-FATOR           PIC 9(3)V9(3).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY EVENTO-SOC-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-TRADES             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-TRADES          PIC X(02)      VALUE SPACES.
           88 FLAG-TRADES-SUCESSO                  VALUE "00".
           88 FLAG-TRADES-EOF                      VALUE "10".
       77 WS-ARQ-PROVENTOS          PIC X(60)      VALUE SPACES.
       77 WS-STATUS-PROVENTOS       PIC X(02)      VALUE SPACES.
           88 FLAG-PROVENTOS-SUCESSO               VALUE "00".
           88 FLAG-PROVENTOS-EOF                   VALUE "10".
       77 WS-ARQ-BENS-DIREITOS      PIC X(60)      VALUE SPACES.
       77 WS-STATUS-BENS-DIREITOS   PIC X(02)      VALUE SPACES.
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
      *---- ANO-BASE -------------------------------------------------*
       77 WS-ANO-BASE               PIC 9(4)       VALUE ZEROS.
       77 WS-ANO-ANTERIOR           PIC 9(4)       VALUE ZEROS.
       77 WS-CORTE-ANTERIOR         PIC 9(8)       VALUE ZEROS.
       77 WS-CORTE-ATUAL            PIC 9(8)       VALUE ZEROS.
       77 WS-INICIO-ANO             PIC 9(8)       VALUE ZEROS.
       77 WS-SEQUENCIA              PIC 9(7)       VALUE ZEROS.
      *---- POSICAO DO PAPEL EM PROCESSAMENTO ------------------------*
       77 WS-PAPEL-ATUAL            PIC X(12)      VALUE SPACES.
       77 WS-POSICAO-QTD            PIC S9(9)      VALUE ZEROS.
       77 WS-CUSTO-TOTAL            PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-CUSTO-MEDIO            PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-CORTE-TIRADO           PIC 9          VALUE ZEROS.
           88 FLAG-CORTE-TIRADO                    VALUE 1.
       77 WS-QTD-ANTERIOR           PIC S9(9)      VALUE ZEROS.
       77 WS-CUSTO-TOTAL-ANTERIOR   PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-CUSTO-MEDIO-ANTERIOR   PIC 9(9)V9(2)  VALUE ZEROS.
      *---- PROVENTOS DO ANO-BASE POR PAPEL --------------------------*
       77 CONST-LIMITE-PAPEIS       PIC 9(2)       VALUE 70.
       77 WS-TOTAL-PAPEIS           PIC 9(2)       VALUE ZEROS.
       77 WS-POS-PAPEL              PIC 9(2)       VALUE ZEROS.
           88 FLAG-PAPEL-NA-TABELA  VALUE 1 THRU 70.
       77 WS-IDX                    PIC 9(2)       VALUE ZEROS.
       01 TB-PROVENTOS.
           02 PROVENTO-ITEM OCCURS 70 TIMES.
               10 TB-PV-PAPEL       PIC X(12)      VALUE SPACES.
               10 TB-PV-DIVIDENDOS  PIC 9(9)V9(2)  VALUE ZEROS.
               10 TB-PV-JCP         PIC 9(9)V9(2)  VALUE ZEROS.
               10 TB-PV-OUTROS      PIC 9(9)V9(2)  VALUE ZEROS.
               10 TB-PV-IMPRESSO    PIC 9          VALUE ZEROS.
                   88 FLAG-PV-IMPRESSO             VALUE 1.
      *---- TOTAIS DO DEMONSTRATIVO ----------------------------------*
       77 WS-TOT-SITUACAO-ANTERIOR  PIC 9(13)V9(2) VALUE ZEROS.
       77 WS-TOT-SITUACAO-ATUAL     PIC 9(13)V9(2) VALUE ZEROS.
       77 WS-TOT-DIVIDENDOS         PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-JCP                PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-OUTROS             PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-QTD-BENS               PIC 9(3)       VALUE ZEROS.
      *---- LINHAS DO DEMONSTRATIVO ----------------------------------*
       01 BD-TITULO.
           05 FILLER PIC X(45) VALUE
              "DEMONSTRATIVO DE BENS E DIREITOS - ANO-BASE ".
           05 BD-TIT-ANO PIC 9(4).
       01 BD-LINHA-BEM.
           05 FILLER PIC X(7) VALUE "PAPEL: ".
           05 BD-BEM-PAPEL PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              "GRUPO 03 PARTICIPACOES SOCIETARIAS - CODIGO 01 ACOES".
       01 BD-LINHA-SITUACAO.
           05 FILLER PIC X(15) VALUE "  SITUACAO EM ".
           05 BD-SIT-DIA PIC 99/.
           05 BD-SIT-MES PIC 99/.
           05 BD-SIT-ANO PIC 9(4).
           05 FILLER PIC X(6) VALUE "  QTD ".
           05 BD-SIT-QTD PIC ZZZ.ZZZ.ZZ9.
           05 FILLER PIC X(15) VALUE "  CUSTO MEDIO ".
           05 BD-SIT-CUSTO-MEDIO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(7) VALUE "  R$ ".
           05 BD-SIT-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 BD-LINHA-DISCRIMINACAO.
           05 FILLER PIC X(17) VALUE "  DISCRIMINACAO: ".
           05 BD-DSC-QTD PIC ZZZ.ZZZ.ZZ9.
           05 FILLER PIC X(10) VALUE " ACOES DE ".
           05 BD-DSC-PAPEL PIC X(12).
           05 FILLER PIC X(32) VALUE
              "ADQUIRIDAS AO CUSTO MEDIO DE R$".
           05 BD-DSC-CUSTO-MEDIO PIC ZZZ.ZZZ.ZZ9,99.
       01 BD-LINHA-ENCERRADA.
           05 FILLER PIC X(17) VALUE "  DISCRIMINACAO: ".
           05 FILLER PIC X(28) VALUE "POSICAO ENCERRADA EM ".
           05 BD-ENC-ANO PIC 9(4).
       01 BD-LINHA-PROVENTO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-PRV-DESCRICAO PIC X(58).
           05 FILLER PIC X(4) VALUE "R$ ".
           05 BD-PRV-VALOR PIC ZZZ.ZZZ.ZZ9,99.
       01 BD-LINHA-TOTAL.
           05 BD-TOT-DESCRICAO PIC X(60) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "R$ ".
           05 BD-TOT-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP06.17 - bens e direitos para a declaracao anual".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano-base da declaracao (AAAA):".
           10 SC-ANO-BASE           LINE + 0  COLUMN 42
           USING WS-ANO-BASE.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM CARREGAR-PROVENTOS.
           PERFORM GRAVAR-DEMONSTRATIVO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ANO-BASE.

           IF WS-ANO-BASE = ZEROS
               DISPLAY "Ano invalido - informe novamente"
               AT 1110 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.

           COMPUTE WS-ANO-ANTERIOR   = WS-ANO-BASE - 1.
           COMPUTE WS-CORTE-ANTERIOR = WS-ANO-ANTERIOR * 10000 + 1231.
           COMPUTE WS-CORTE-ATUAL    = WS-ANO-BASE * 10000 + 1231.
           COMPUTE WS-INICIO-ANO     = WS-ANO-BASE * 10000 + 0101.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRADES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="trades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TRADES==
                ==:DDVAR:==  BY =="DD_TRADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EVENTOS-SOC.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="eventos_societarios.dat"==
                ==:DESTINO:== BY ==WS-ARQ-EVENTOS-SOC==
                ==:DDVAR:==  BY =="DD_EVENTOS-SOC"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROVENTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="proventos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROVENTOS==
                ==:DDVAR:==  BY =="DD_PROVENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-BENS-DIREITOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="bens_direitos.txt"==
                ==:DESTINO:== BY ==WS-ARQ-BENS-DIREITOS==
                ==:DDVAR:==  BY =="DD_BENS-DIREITOS"==.
      *--------------------------------------------------------------*
      *    PROVENTOS PAGOS NO ANO-BASE, SOMADOS POR PAPEL E TIPO.
      *--------------------------------------------------------------*
       CARREGAR-PROVENTOS.

           MOVE ZEROS  TO WS-TOTAL-PAPEIS.
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
           AND PV-DATA-PGTO <= WS-CORTE-ATUAL
               MOVE PV-PAPEL TO WS-PAPEL-ATUAL
               PERFORM LOCALIZAR-PAPEL-PROVENTO

               IF NOT FLAG-PAPEL-NA-TABELA
               AND WS-TOTAL-PAPEIS < CONST-LIMITE-PAPEIS
                   ADD 1 TO WS-TOTAL-PAPEIS
                   MOVE WS-TOTAL-PAPEIS TO WS-POS-PAPEL
                   MOVE PV-PAPEL TO TB-PV-PAPEL(WS-POS-PAPEL)
               END-IF

               IF FLAG-PAPEL-NA-TABELA
                   EVALUATE TRUE
                       WHEN FLAG-PROV-DIVIDENDO
                           ADD PV-VALOR-TOTAL
                               TO TB-PV-DIVIDENDOS(WS-POS-PAPEL)
                       WHEN FLAG-PROV-JCP
                           ADD PV-VALOR-TOTAL
                               TO TB-PV-JCP(WS-POS-PAPEL)
                       WHEN OTHER
                           ADD PV-VALOR-TOTAL
                               TO TB-PV-OUTROS(WS-POS-PAPEL)
                   END-EVALUATE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-PAPEL-PROVENTO.

           MOVE ZEROS TO WS-POS-PAPEL.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PAPEIS

               IF TB-PV-PAPEL(WS-IDX) = WS-PAPEL-ATUAL
                   MOVE WS-IDX TO WS-POS-PAPEL
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-DEMONSTRATIVO.

           PERFORM OBTER-CAMINHO-BENS-DIREITOS.

           OPEN OUTPUT BENS-DIREITOS.

           MOVE WS-ANO-BASE TO BD-TIT-ANO.
           WRITE REG-BENS-DIREITOS FROM BD-TITULO.

           MOVE SPACES TO BD-LINHA.
           WRITE REG-BENS-DIREITOS.

           MOVE SPACES TO WS-PAPEL-ATUAL.

           SORT SD-MOVIMENTOS
               ON ASCENDING KEY SD-MV-PAPEL SD-MV-DATA
                                SD-MV-ORDEM SD-MV-SEQUENCIA
               INPUT PROCEDURE IS SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS REPROCESSAR-MOVIMENTOS.

      *    PAPEL SO COM PROVENTO NO ANO (SEM NEGOCIO NO LEDGER).
           PERFORM GRAVAR-PROVENTO-AVULSO
           VARYING WS-POS-PAPEL FROM 1 BY 1
           UNTIL WS-POS-PAPEL > WS-TOTAL-PAPEIS.

           PERFORM GRAVAR-TOTAIS.

           CLOSE BENS-DIREITOS.

           DISPLAY "DEMONSTRATIVO GRAVADO EM " WS-ARQ-BENS-DIREITOS.

           STRING "ANO-BASE=" DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  " BENS=" DELIMITED BY SIZE
                  WS-QTD-BENS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "BENS E DIREITOS GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-BENS-DIREITOS TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    ENTRAM OS NEGOCIOS E OS EVENTOS ATE 31/12 DO ANO-BASE; O
      *    EVENTO ENTRA MESMO SE JA APLICADO NA CARTEIRA, POIS AQUI A
      *    POSICAO E REFEITA DESDE O INICIO DO LEDGER.
      *--------------------------------------------------------------*
       SELECIONAR-MOVIMENTOS.

           MOVE ZEROS  TO WS-SEQUENCIA.
           MOVE SPACES TO WS-STATUS-TRADES WS-STATUS-EVENTOS-SOC.

           PERFORM OBTER-CAMINHO-TRADES.

           OPEN INPUT TRADES.

           IF NOT FLAG-TRADES-SUCESSO
               DISPLAY "TRADES.DAT NAO ENCONTRADO - REGISTRE OS "
                   "NEGOCIOS EM TP06_08"
           ELSE
               PERFORM SELECIONAR-LINHA-TRADE WITH TEST BEFORE
               UNTIL FLAG-TRADES-EOF
               CLOSE TRADES
           END-IF.

           PERFORM OBTER-CAMINHO-EVENTOS-SOC.

           OPEN INPUT EVENTOS-SOC.

           IF FLAG-EVENTOS-SOC-SUCESSO
               PERFORM SELECIONAR-LINHA-EVENTO WITH TEST BEFORE
               UNTIL FLAG-EVENTOS-SOC-EOF
               CLOSE EVENTOS-SOC
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-LINHA-TRADE.

           READ TRADES.

           IF NOT FLAG-TRADES-EOF
           AND FLAG-TRADE-TIPO-VALIDO
           AND TR-DATA <= WS-CORTE-ATUAL
               ADD 1 TO WS-SEQUENCIA

               MOVE TR-PAPEL      TO SD-MV-PAPEL
               MOVE TR-DATA       TO SD-MV-DATA
               MOVE 2             TO SD-MV-ORDEM
               MOVE WS-SEQUENCIA  TO SD-MV-SEQUENCIA
               MOVE TR-TIPO       TO SD-MV-TIPO
               MOVE TR-QUANTIDADE TO SD-MV-QUANTIDADE
               MOVE TR-PRECO      TO SD-MV-PRECO
               MOVE TR-TAXAS      TO SD-MV-TAXAS
               MOVE ZEROS         TO SD-MV-FATOR

               RELEASE SD-REG-MOVIMENTO
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-LINHA-EVENTO.

           READ EVENTOS-SOC.

           IF NOT FLAG-EVENTOS-SOC-EOF
           AND FLAG-EVENTO-TIPO-VALIDO
           AND ES-FATOR > ZEROS
           AND ES-DATA <= WS-CORTE-ATUAL
               ADD 1 TO WS-SEQUENCIA

               MOVE ES-PAPEL      TO SD-MV-PAPEL
               MOVE ES-DATA       TO SD-MV-DATA
               MOVE 1             TO SD-MV-ORDEM
               MOVE WS-SEQUENCIA  TO SD-MV-SEQUENCIA
               MOVE ES-TIPO       TO SD-MV-TIPO
               MOVE ZEROS         TO SD-MV-QUANTIDADE SD-MV-PRECO
                                     SD-MV-TAXAS
               MOVE ES-FATOR      TO SD-MV-FATOR

               RELEASE SD-REG-MOVIMENTO
           END-IF.
      *--------------------------------------------------------------*
       REPROCESSAR-MOVIMENTOS.

           MOVE "N" TO WS-FIM-ORDENADO.

           PERFORM REPROCESSAR-UM-MOVIMENTO WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.

           IF WS-PAPEL-ATUAL NOT = SPACES
               PERFORM FECHAR-PAPEL
           END-IF.
      *--------------------------------------------------------------*
       REPROCESSAR-UM-MOVIMENTO.

           RETURN SD-MOVIMENTOS
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               IF SD-MV-PAPEL NOT = WS-PAPEL-ATUAL
                   IF WS-PAPEL-ATUAL NOT = SPACES
                       PERFORM FECHAR-PAPEL
                   END-IF
                   PERFORM ABRIR-PAPEL
               END-IF

      *    O PRIMEIRO MOVIMENTO DEPOIS DE 31/12 DO ANO ANTERIOR
      *    CONGELA A POSICAO DAQUELA DATA.
               IF SD-MV-DATA > WS-CORTE-ANTERIOR
               AND NOT FLAG-CORTE-TIRADO
                   PERFORM TIRAR-CORTE-ANTERIOR
               END-IF

               PERFORM APLICAR-MOVIMENTO
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-PAPEL.

           MOVE SD-MV-PAPEL TO WS-PAPEL-ATUAL.
           MOVE ZEROS       TO WS-POSICAO-QTD WS-CUSTO-TOTAL
                               WS-CUSTO-MEDIO WS-CORTE-TIRADO.
      *--------------------------------------------------------------*
       TIRAR-CORTE-ANTERIOR.

           MOVE 1                TO WS-CORTE-TIRADO.
           MOVE WS-POSICAO-QTD   TO WS-QTD-ANTERIOR.
           MOVE WS-CUSTO-TOTAL   TO WS-CUSTO-TOTAL-ANTERIOR.
           MOVE WS-CUSTO-MEDIO   TO WS-CUSTO-MEDIO-ANTERIOR.
      *--------------------------------------------------------------*
       APLICAR-MOVIMENTO.

           EVALUATE TRUE
               WHEN FLAG-MV-COMPRA
                   COMPUTE WS-CUSTO-TOTAL =
                       WS-CUSTO-TOTAL
                     + SD-MV-QUANTIDADE * SD-MV-PRECO + SD-MV-TAXAS
                   ADD SD-MV-QUANTIDADE TO WS-POSICAO-QTD
               WHEN FLAG-MV-VENDA
                   SUBTRACT SD-MV-QUANTIDADE FROM WS-POSICAO-QTD

                   IF WS-POSICAO-QTD < ZEROS
                       MOVE ZEROS TO WS-POSICAO-QTD
                   END-IF

                   COMPUTE WS-CUSTO-TOTAL =
                       WS-POSICAO-QTD * WS-CUSTO-MEDIO
               WHEN FLAG-MV-DESDOBRAMENTO
                   COMPUTE WS-POSICAO-QTD ROUNDED =
                       WS-POSICAO-QTD * SD-MV-FATOR
               WHEN FLAG-MV-GRUPAMENTO
                   COMPUTE WS-POSICAO-QTD ROUNDED =
                       WS-POSICAO-QTD / SD-MV-FATOR
           END-EVALUATE.

           IF WS-POSICAO-QTD > ZEROS
               COMPUTE WS-CUSTO-MEDIO ROUNDED =
                   WS-CUSTO-TOTAL / WS-POSICAO-QTD
           ELSE
               MOVE ZEROS TO WS-CUSTO-TOTAL WS-CUSTO-MEDIO
           END-IF.
      *--------------------------------------------------------------*
      *    PAPEL ZERADO NOS DOIS 31/12 E SEM PROVENTO NO ANO NAO VAI
      *    PARA A DECLARACAO.
      *--------------------------------------------------------------*
       FECHAR-PAPEL.

           IF NOT FLAG-CORTE-TIRADO
               PERFORM TIRAR-CORTE-ANTERIOR
           END-IF.

           PERFORM LOCALIZAR-PAPEL-PROVENTO.

           IF WS-QTD-ANTERIOR > ZEROS
           OR WS-POSICAO-QTD > ZEROS
           OR FLAG-PAPEL-NA-TABELA
               PERFORM GRAVAR-BEM
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-BEM.

           ADD 1 TO WS-QTD-BENS.

           MOVE WS-PAPEL-ATUAL TO BD-BEM-PAPEL.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-BEM.

           MOVE 31              TO BD-SIT-DIA.
           MOVE 12              TO BD-SIT-MES.
           MOVE WS-ANO-ANTERIOR TO BD-SIT-ANO.
           MOVE WS-QTD-ANTERIOR TO BD-SIT-QTD.
           MOVE WS-CUSTO-MEDIO-ANTERIOR TO BD-SIT-CUSTO-MEDIO.
           MOVE WS-CUSTO-TOTAL-ANTERIOR TO BD-SIT-VALOR.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-SITUACAO.

           MOVE WS-ANO-BASE     TO BD-SIT-ANO.
           MOVE WS-POSICAO-QTD  TO BD-SIT-QTD.
           MOVE WS-CUSTO-MEDIO  TO BD-SIT-CUSTO-MEDIO.
           MOVE WS-CUSTO-TOTAL  TO BD-SIT-VALOR.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-SITUACAO.

           ADD WS-CUSTO-TOTAL-ANTERIOR TO WS-TOT-SITUACAO-ANTERIOR.
           ADD WS-CUSTO-TOTAL          TO WS-TOT-SITUACAO-ATUAL.

           IF WS-POSICAO-QTD > ZEROS
               MOVE WS-POSICAO-QTD TO BD-DSC-QTD
               MOVE WS-PAPEL-ATUAL TO BD-DSC-PAPEL
               MOVE WS-CUSTO-MEDIO TO BD-DSC-CUSTO-MEDIO
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-DISCRIMINACAO
           ELSE
               MOVE WS-ANO-BASE    TO BD-ENC-ANO
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-ENCERRADA
           END-IF.

           IF FLAG-PAPEL-NA-TABELA
               PERFORM GRAVAR-PROVENTOS-PAPEL
           END-IF.

           MOVE SPACES TO BD-LINHA.
           WRITE REG-BENS-DIREITOS.
      *--------------------------------------------------------------*
       GRAVAR-PROVENTOS-PAPEL.

           MOVE 1 TO TB-PV-IMPRESSO(WS-POS-PAPEL).

           IF TB-PV-DIVIDENDOS(WS-POS-PAPEL) > ZEROS
               MOVE "DIVIDENDOS - ISENTOS E NAO TRIBUTAVEIS (09)"
                   TO BD-PRV-DESCRICAO
               MOVE TB-PV-DIVIDENDOS(WS-POS-PAPEL) TO BD-PRV-VALOR
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-PROVENTO
               ADD TB-PV-DIVIDENDOS(WS-POS-PAPEL) TO WS-TOT-DIVIDENDOS
           END-IF.

           IF TB-PV-JCP(WS-POS-PAPEL) > ZEROS
               MOVE "JCP - TRIBUTACAO EXCLUSIVA/DEFINITIVA (10)"
                   TO BD-PRV-DESCRICAO
               MOVE TB-PV-JCP(WS-POS-PAPEL) TO BD-PRV-VALOR
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-PROVENTO
               ADD TB-PV-JCP(WS-POS-PAPEL) TO WS-TOT-JCP
           END-IF.

           IF TB-PV-OUTROS(WS-POS-PAPEL) > ZEROS
               MOVE "OUTROS PROVENTOS - CLASSIFICAR PELO INFORME"
                   TO BD-PRV-DESCRICAO
               MOVE TB-PV-OUTROS(WS-POS-PAPEL) TO BD-PRV-VALOR
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-PROVENTO
               ADD TB-PV-OUTROS(WS-POS-PAPEL) TO WS-TOT-OUTROS
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PROVENTO-AVULSO.

           IF NOT FLAG-PV-IMPRESSO(WS-POS-PAPEL)
               MOVE TB-PV-PAPEL(WS-POS-PAPEL) TO BD-BEM-PAPEL
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-BEM

               MOVE "SEM NEGOCIOS NO LEDGER - SO PROVENTOS NO ANO"
                   TO BD-PRV-DESCRICAO
               MOVE ZEROS TO BD-PRV-VALOR
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-PROVENTO

               PERFORM GRAVAR-PROVENTOS-PAPEL

               MOVE SPACES TO BD-LINHA
               WRITE REG-BENS-DIREITOS
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-TOTAIS.

           MOVE SPACES TO BD-TOT-DESCRICAO.
           STRING "TOTAL DE BENS - SITUACAO EM 31/12/" DELIMITED BY SIZE
                  WS-ANO-ANTERIOR DELIMITED BY SIZE
                  INTO BD-TOT-DESCRICAO.
           MOVE WS-TOT-SITUACAO-ANTERIOR TO BD-TOT-VALOR.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-TOTAL.

           MOVE SPACES TO BD-TOT-DESCRICAO.
           STRING "TOTAL DE BENS - SITUACAO EM 31/12/" DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  INTO BD-TOT-DESCRICAO.
           MOVE WS-TOT-SITUACAO-ATUAL TO BD-TOT-VALOR.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-TOTAL.

           MOVE "RENDIMENTOS ISENTOS - DIVIDENDOS (09)"
               TO BD-TOT-DESCRICAO.
           MOVE WS-TOT-DIVIDENDOS TO BD-TOT-VALOR.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-TOTAL.

           MOVE "TRIBUTACAO EXCLUSIVA - JCP (10)"
               TO BD-TOT-DESCRICAO.
           MOVE WS-TOT-JCP TO BD-TOT-VALOR.
           WRITE REG-BENS-DIREITOS FROM BD-LINHA-TOTAL.

           IF WS-TOT-OUTROS > ZEROS
               MOVE "OUTROS PROVENTOS A CLASSIFICAR"
                   TO BD-TOT-DESCRICAO
               MOVE WS-TOT-OUTROS TO BD-TOT-VALOR
               WRITE REG-BENS-DIREITOS FROM BD-LINHA-TOTAL
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_17"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_17"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
