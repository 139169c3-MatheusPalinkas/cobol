       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP06_15.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    IMPORTACAO DAS NOTAS DE CORRETAGEM: LE O ARQUIVO DE NOTAS
      *    DA CORRETORA (notas_corretagem.txt), E GRAVA OS NEGOCIOS DE
      *    CADA NOTA NO LEDGER trades.dat DE TP06_08 COM AS TAXAS DA
      *    NOTA (CORRETAGEM, EMOLUMENTOS, LIQUIDACAO E ISS) RATEADAS
      *    ENTRE OS NEGOCIOS NA PROPORCAO DO VALOR DE CADA UM. NOTA JA
      *    IMPORTADA (MESMO NUMERO E DATA EM notas_importadas.dat) E
      *    RECUSADA; A NOTA IMPORTADA FICA NO CONTROLE COM O IRRF
      *    RETIDO NA FONTE, QUE TP06_09 DEDUZ DO IMPOSTO DO MES.
      *
      *    O ARQUIVO DE NOTAS TEM UMA LINHA "N" DE CABECALHO POR NOTA
      *    SEGUIDA DAS LINHAS "D" DOS NEGOCIOS DELA. NOTA COM QUALQUER
      *    LINHA INVALIDA E RECUSADA INTEIRA - NADA DELA VAI AO LEDGER.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS.

           SELECT NOTAS-IMPORTADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPORTADAS.

           SELECT TRADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRADES.

           SELECT IMPORTACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPORTACAO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DE NOTAS DA CORRETORA: LINHA "N" (CABECALHO DA
      *    NOTA, COM AS TAXAS E O IRRF DA NOTA INTEIRA) SEGUIDA DAS
      *    LINHAS "D" (UM NEGOCIO CADA).
       FD  NOTAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NOTA.

       01  REG-NOTA.
           05 NT-TIPO-REG           PIC X.
               88 FLAG-NOTA-CABECALHO                     VALUE "N".
               88 FLAG-NOTA-NEGOCIO                       VALUE "D".
           05 FILLER                PIC X.
           05 NT-DADOS              PIC X(78).
           05 NT-CABECALHO REDEFINES NT-DADOS.
               10 NT-NUMERO         PIC 9(9).
               10 FILLER            PIC X.
               10 NT-DATA           PIC 9(8).
               10 FILLER            PIC X.
               10 NT-CORRETAGEM     PIC 9(5)V9(2).
               10 FILLER            PIC X.
               10 NT-EMOLUMENTOS    PIC 9(5)V9(2).
               10 FILLER            PIC X.
               10 NT-LIQUIDACAO     PIC 9(5)V9(2).
               10 FILLER            PIC X.
               10 NT-ISS            PIC 9(5)V9(2).
               10 FILLER            PIC X.
               10 NT-IRRF           PIC 9(5)V9(2).
               10 FILLER            PIC X(20).
           05 NT-NEGOCIO REDEFINES NT-DADOS.
               10 NT-PAPEL          PIC X(12).
               10 FILLER            PIC X.
               10 NT-TIPO           PIC X.
                   88 FLAG-NT-TIPO-VALIDO          VALUE "C" "V".
               10 FILLER            PIC X.
               10 NT-QUANTIDADE     PIC 9(9).
               10 FILLER            PIC X.
               10 NT-PRECO          PIC 9(7)V9(2).
               10 FILLER            PIC X(44).

      *    CONTROLE DAS NOTAS JA IMPORTADAS: UMA LINHA POR NOTA, COM
      *    O TOTAL DE TAXAS RATEADO E O IRRF RETIDO (LIDO POR TP06_09).
       FD  NOTAS-IMPORTADAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NOTA-IMPORTADA.

       01  REG-NOTA-IMPORTADA.
           05 NI-NUMERO             PIC 9(9)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-QTD-NEGOCIOS       PIC 9(3)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-TAXAS              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-IRRF               PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 NI-DATA-IMPORTACAO    PIC 9(8)              VALUE ZEROS.

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

       FD  IMPORTACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-IMPORTACAO.

       01  REG-IMPORTACAO.
           05 IM-LINHA              PIC X(90)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-NOTAS              PIC X(60)      VALUE SPACES.
       77 WS-STATUS-NOTAS           PIC X(02)      VALUE SPACES.
           88 FLAG-NOTAS-SUCESSO                   VALUE "00".
           88 FLAG-NOTAS-EOF                       VALUE "10".
       77 WS-ARQ-IMPORTADAS         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-IMPORTADAS      PIC X(02)      VALUE SPACES.
           88 FLAG-IMPORTADAS-SUCESSO              VALUE "00".
           88 FLAG-IMPORTADAS-EOF                  VALUE "10".
           88 FLAG-IMPORTADAS-NAO-CRIADO           VALUE "35".
       77 WS-ARQ-TRADES             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-TRADES          PIC X(02)      VALUE SPACES.
           88 FLAG-TRADES-SUCESSO                  VALUE "00".
           88 FLAG-TRADES-NAO-CRIADO               VALUE "35".
       77 WS-ARQ-IMPORTACAO         PIC X(60)      VALUE SPACES.
       77 WS-STATUS-IMPORTACAO      PIC X(02)      VALUE SPACES.
       77 WS-CONFIRMA               PIC X          VALUE SPACES.
           88 FLAG-CONFIRMA                        VALUE "S" "s".
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
      *---- NOTA EM MONTAGEM -----------------------------------------*
      *    O CABECALHO E OS NEGOCIOS DE UMA NOTA FICAM EM MEMORIA ATE
      *    A PROXIMA LINHA "N" (OU O FIM DO ARQUIVO) PARA A NOTA SER
      *    VALIDADA E GRAVADA DE UMA VEZ.
       77 WS-NOTA-ABERTA            PIC 9          VALUE ZEROS.
           88 FLAG-NOTA-ABERTA                     VALUE 1.
       77 WS-NOTA-VALIDA            PIC 9          VALUE ZEROS.
           88 FLAG-NOTA-VALIDA                     VALUE 1.
       77 WS-NOTA-DUPLICADA         PIC 9          VALUE ZEROS.
           88 FLAG-NOTA-DUPLICADA                  VALUE 1.
       01 WS-NOTA-ATUAL.
           05 WS-NOTA-NUMERO        PIC 9(9)       VALUE ZEROS.
           05 WS-NOTA-DATA          PIC 9(8)       VALUE ZEROS.
           05 WS-NOTA-TAXAS         PIC 9(7)V9(2)  VALUE ZEROS.
           05 WS-NOTA-IRRF          PIC 9(5)V9(2)  VALUE ZEROS.
           05 WS-NOTA-VALOR-TOTAL   PIC 9(13)V9(2) VALUE ZEROS.
       77 CONST-LIMITE-NEGOCIOS     PIC 9(3)       VALUE 50.
       77 WS-TOTAL-NEGOCIOS         PIC 9(3)       VALUE ZEROS.
       77 WS-IDX                    PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-MAIOR              PIC 9(3)       VALUE ZEROS.
       01 TB-NEGOCIOS-NOTA.
           02 NEGOCIO-NOTA OCCURS 50 TIMES.
               10 NN-PAPEL          PIC X(12)      VALUE SPACES.
               10 NN-TIPO           PIC X          VALUE SPACES.
               10 NN-QUANTIDADE     PIC 9(9)       VALUE ZEROS.
               10 NN-PRECO          PIC 9(7)V9(2)  VALUE ZEROS.
               10 NN-VALOR          PIC 9(13)V9(2) VALUE ZEROS.
               10 NN-TAXAS          PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-TAXAS-RATEADAS         PIC S9(7)V9(2) VALUE ZEROS.
       77 WS-SOBRA-RATEIO           PIC S9(7)V9(2) VALUE ZEROS.
       77 WS-MOTIVO-RECUSA          PIC X(40)      VALUE SPACES.
      *---- TOTAIS DA IMPORTACAO -------------------------------------*
       77 WS-QTD-NOTAS-LIDAS        PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-NOTAS-IMPORTADAS   PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-NOTAS-RECUSADAS    PIC 9(5)       VALUE ZEROS.
       77 WS-QTD-NEGOCIOS-GRAVADOS  PIC 9(7)       VALUE ZEROS.
       77 WS-QTD-LINHAS-SEM-NOTA    PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO DE IMPORTACAO ------------------------*
       01 IM-TITULO.
           05 FILLER PIC X(40) VALUE
              "IMPORTACAO DE NOTAS DE CORRETAGEM - ".
           05 IM-TIT-DATA PIC 9(8).
       01 IM-DETALHE.
           05 FILLER PIC X(5) VALUE "NOTA ".
           05 IM-DET-NUMERO PIC 9(9).
           05 FILLER PIC X(4) VALUE " DE ".
           05 IM-DET-DATA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IM-DET-SITUACAO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IM-DET-TEXTO PIC X(50).
       01 IM-DETALHE-IMPORTADA.
           05 IM-IMP-NEGOCIOS PIC ZZ9.
           05 FILLER PIC X(16) VALUE " NEGOCIOS TAXAS ".
           05 IM-IMP-TAXAS PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(6) VALUE " IRRF ".
           05 IM-IMP-IRRF PIC ZZ.ZZ9,99.
       01 IM-LINHA-TOTAL.
           05 IM-TOT-DESCRICAO PIC X(32) VALUE SPACES.
           05 IM-TOT-VALOR PIC ZZZ.ZZ9.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP06.15 - importacao de notas de corretagem".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Importar notas_corretagem.txt para o ledger (S/N):".
           10 SC-CONFIRMA           LINE + 0  COLUMN 62
           USING WS-CONFIRMA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           IF FLAG-CONFIRMA
               PERFORM IMPORTAR-NOTAS
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           MOVE SPACES TO WS-CONFIRMA.

           DISPLAY SC-PARAMETROS.
           ACCEPT SC-CONFIRMA.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NOTAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="notas_corretagem.txt"==
                ==:DESTINO:== BY ==WS-ARQ-NOTAS==
                ==:DDVAR:==  BY =="DD_NOTAS-CORRETAGEM"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-IMPORTADAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="notas_importadas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-IMPORTADAS==
                ==:DDVAR:==  BY =="DD_NOTAS-IMPORTADAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRADES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="trades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TRADES==
                ==:DDVAR:==  BY =="DD_TRADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-IMPORTACAO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="importacao_notas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-IMPORTACAO==
                ==:DDVAR:==  BY =="DD_IMPORTACAO-NOTAS"==.
      *--------------------------------------------------------------*
       IMPORTAR-NOTAS.

           MOVE SPACES TO WS-STATUS-NOTAS.

           PERFORM OBTER-CAMINHO-NOTAS.

           OPEN INPUT NOTAS.

           IF NOT FLAG-NOTAS-SUCESSO
               DISPLAY "NOTAS_CORRETAGEM.TXT NAO ENCONTRADO - "
                   "NADA A IMPORTAR"
               STOP RUN
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM OBTER-CAMINHO-IMPORTACAO.

           OPEN OUTPUT IMPORTACAO.

           MOVE WS-DATA-HOJE TO IM-TIT-DATA.
           WRITE REG-IMPORTACAO FROM IM-TITULO.

           MOVE ZEROS TO WS-NOTA-ABERTA.

           PERFORM LER-LINHA-NOTA WITH TEST BEFORE
           UNTIL FLAG-NOTAS-EOF.

           IF FLAG-NOTA-ABERTA
               PERFORM PROCESSAR-NOTA
           END-IF.

           CLOSE NOTAS.

           PERFORM GRAVAR-TOTAIS-IMPORTACAO.

           CLOSE IMPORTACAO.

           DISPLAY "NOTAS IMPORTADAS: " WS-QTD-NOTAS-IMPORTADAS
               " RECUSADAS: " WS-QTD-NOTAS-RECUSADAS.
           DISPLAY "RESUMO GRAVADO EM " WS-ARQ-IMPORTACAO.
           DISPLAY "RECALCULE A CARTEIRA PELO LEDGER EM TP06_08".

           STRING "NOTAS=" DELIMITED BY SIZE
                  WS-QTD-NOTAS-LIDAS DELIMITED BY SIZE
                  " IMPORTADAS=" DELIMITED BY SIZE
                  WS-QTD-NOTAS-IMPORTADAS DELIMITED BY SIZE
                  " NEGOCIOS=" DELIMITED BY SIZE
                  WS-QTD-NEGOCIOS-GRAVADOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "NOTAS DE CORRETAGEM IMPORTADAS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-IMPORTACAO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       LER-LINHA-NOTA.

           READ NOTAS.

           IF NOT FLAG-NOTAS-EOF
               EVALUATE TRUE
                   WHEN FLAG-NOTA-CABECALHO
                       IF FLAG-NOTA-ABERTA
                           PERFORM PROCESSAR-NOTA
                       END-IF
                       PERFORM ABRIR-NOTA
                   WHEN FLAG-NOTA-NEGOCIO
                       IF FLAG-NOTA-ABERTA
                           PERFORM ACUMULAR-NEGOCIO-NOTA
                       ELSE
                           ADD 1 TO WS-QTD-LINHAS-SEM-NOTA
                       END-IF
                   WHEN REG-NOTA = SPACES
                       CONTINUE
                   WHEN OTHER
                       IF FLAG-NOTA-ABERTA
                           MOVE ZEROS TO WS-NOTA-VALIDA
                           MOVE "LINHA DE TIPO DESCONHECIDO NA NOTA"
                               TO WS-MOTIVO-RECUSA
                       ELSE
                           ADD 1 TO WS-QTD-LINHAS-SEM-NOTA
                       END-IF
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
      *    CABECALHO: AS TAXAS RATEAVEIS SAO AS QUE ENTRAM NO CUSTO
      *    DO NEGOCIO; O IRRF NAO E CUSTO, E ANTECIPACAO DO IMPOSTO.
      *--------------------------------------------------------------*
       ABRIR-NOTA.

           ADD 1 TO WS-QTD-NOTAS-LIDAS.

           MOVE 1      TO WS-NOTA-ABERTA WS-NOTA-VALIDA.
           MOVE ZEROS  TO WS-TOTAL-NEGOCIOS WS-NOTA-VALOR-TOTAL
                          WS-NOTA-TAXAS WS-NOTA-IRRF
                          WS-NOTA-NUMERO WS-NOTA-DATA.
           MOVE SPACES TO WS-MOTIVO-RECUSA.

           IF NT-NUMERO NOT NUMERIC
           OR NT-DATA NOT NUMERIC
           OR NT-CORRETAGEM NOT NUMERIC
           OR NT-EMOLUMENTOS NOT NUMERIC
           OR NT-LIQUIDACAO NOT NUMERIC
           OR NT-ISS NOT NUMERIC
           OR NT-IRRF NOT NUMERIC
               MOVE ZEROS TO WS-NOTA-VALIDA
               MOVE "CABECALHO DA NOTA INVALIDO" TO WS-MOTIVO-RECUSA
           ELSE
               MOVE NT-NUMERO TO WS-NOTA-NUMERO
               MOVE NT-DATA   TO WS-NOTA-DATA
               MOVE NT-IRRF   TO WS-NOTA-IRRF

               COMPUTE WS-NOTA-TAXAS = NT-CORRETAGEM + NT-EMOLUMENTOS
                                     + NT-LIQUIDACAO + NT-ISS

               IF WS-NOTA-NUMERO = ZEROS
               OR WS-NOTA-DATA = ZEROS
                   MOVE ZEROS TO WS-NOTA-VALIDA
                   MOVE "NOTA SEM NUMERO OU DATA" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-NEGOCIO-NOTA.

           EVALUATE TRUE
               WHEN NT-PAPEL = SPACES
               OR NOT FLAG-NT-TIPO-VALIDO
               OR NT-QUANTIDADE NOT NUMERIC
               OR NT-PRECO NOT NUMERIC
                   MOVE ZEROS TO WS-NOTA-VALIDA
                   MOVE "NEGOCIO COM DADOS INVALIDOS"
                       TO WS-MOTIVO-RECUSA
               WHEN NT-QUANTIDADE = ZEROS
               OR NT-PRECO = ZEROS
                   MOVE ZEROS TO WS-NOTA-VALIDA
                   MOVE "NEGOCIO SEM QUANTIDADE OU PRECO"
                       TO WS-MOTIVO-RECUSA
               WHEN WS-TOTAL-NEGOCIOS >= CONST-LIMITE-NEGOCIOS
                   MOVE ZEROS TO WS-NOTA-VALIDA
                   MOVE "NOTA COM MAIS DE 50 NEGOCIOS"
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-NEGOCIOS
                   MOVE NT-PAPEL      TO NN-PAPEL(WS-TOTAL-NEGOCIOS)
                   MOVE NT-TIPO       TO NN-TIPO(WS-TOTAL-NEGOCIOS)
                   MOVE NT-QUANTIDADE
                       TO NN-QUANTIDADE(WS-TOTAL-NEGOCIOS)
                   MOVE NT-PRECO      TO NN-PRECO(WS-TOTAL-NEGOCIOS)
                   COMPUTE NN-VALOR(WS-TOTAL-NEGOCIOS) =
                       NT-QUANTIDADE * NT-PRECO
                   ADD NN-VALOR(WS-TOTAL-NEGOCIOS)
                       TO WS-NOTA-VALOR-TOTAL
           END-EVALUATE.
      *--------------------------------------------------------------*
       PROCESSAR-NOTA.

           MOVE ZEROS TO WS-NOTA-ABERTA.

           IF FLAG-NOTA-VALIDA
           AND WS-TOTAL-NEGOCIOS = ZEROS
               MOVE ZEROS TO WS-NOTA-VALIDA
               MOVE "NOTA SEM NEGOCIOS" TO WS-MOTIVO-RECUSA
           END-IF.

           IF FLAG-NOTA-VALIDA
               PERFORM VERIFICAR-NOTA-DUPLICADA

               IF FLAG-NOTA-DUPLICADA
                   MOVE ZEROS TO WS-NOTA-VALIDA
                   MOVE "NOTA JA IMPORTADA ANTES" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.

           MOVE SPACES         TO IM-DET-TEXTO.
           MOVE WS-NOTA-NUMERO TO IM-DET-NUMERO.
           MOVE WS-NOTA-DATA   TO IM-DET-DATA.

           IF FLAG-NOTA-VALIDA
               PERFORM RATEAR-TAXAS-NOTA
               PERFORM GRAVAR-NEGOCIOS-NOTA
               PERFORM GRAVAR-NOTA-IMPORTADA

               ADD 1 TO WS-QTD-NOTAS-IMPORTADAS
               ADD WS-TOTAL-NEGOCIOS TO WS-QTD-NEGOCIOS-GRAVADOS

               MOVE "IMPORTADA"       TO IM-DET-SITUACAO
               MOVE WS-TOTAL-NEGOCIOS TO IM-IMP-NEGOCIOS
               MOVE WS-NOTA-TAXAS     TO IM-IMP-TAXAS
               MOVE WS-NOTA-IRRF      TO IM-IMP-IRRF
               MOVE IM-DETALHE-IMPORTADA TO IM-DET-TEXTO
           ELSE
               ADD 1 TO WS-QTD-NOTAS-RECUSADAS

               MOVE "RECUSADA"        TO IM-DET-SITUACAO
               MOVE WS-MOTIVO-RECUSA  TO IM-DET-TEXTO
           END-IF.

           WRITE REG-IMPORTACAO FROM IM-DETALHE.
      *--------------------------------------------------------------*
      *    A NOTA E IDENTIFICADA PELO NUMERO E PELA DATA DO PREGAO.
      *    O CONTROLE E RELIDO A CADA NOTA, ENTAO UMA NOTA REPETIDA
      *    NO PROPRIO ARQUIVO TAMBEM E RECUSADA.
      *--------------------------------------------------------------*
       VERIFICAR-NOTA-DUPLICADA.

           MOVE ZEROS  TO WS-NOTA-DUPLICADA.
           MOVE SPACES TO WS-STATUS-IMPORTADAS.

           PERFORM OBTER-CAMINHO-IMPORTADAS.

           OPEN INPUT NOTAS-IMPORTADAS.

           IF FLAG-IMPORTADAS-SUCESSO
               PERFORM LER-NOTA-IMPORTADA WITH TEST BEFORE
               UNTIL FLAG-IMPORTADAS-EOF
                  OR FLAG-NOTA-DUPLICADA
               CLOSE NOTAS-IMPORTADAS
           END-IF.
      *--------------------------------------------------------------*
       LER-NOTA-IMPORTADA.

           READ NOTAS-IMPORTADAS.

           IF NOT FLAG-IMPORTADAS-EOF
               IF NI-NUMERO = WS-NOTA-NUMERO
               AND NI-DATA = WS-NOTA-DATA
                   MOVE 1 TO WS-NOTA-DUPLICADA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    RATEIO PELO VALOR DE CADA NEGOCIO; A DIFERENCA DE
      *    ARREDONDAMENTO FICA NO NEGOCIO DE MAIOR VALOR, PARA A SOMA
      *    DAS TAXAS NO LEDGER BATER COM A NOTA.
      *--------------------------------------------------------------*
       RATEAR-TAXAS-NOTA.

           MOVE ZEROS TO WS-TAXAS-RATEADAS.
           MOVE 1     TO WS-IDX-MAIOR.

           PERFORM RATEAR-TAXA-NEGOCIO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-NEGOCIOS.

           COMPUTE WS-SOBRA-RATEIO =
               WS-NOTA-TAXAS - WS-TAXAS-RATEADAS.

           IF WS-SOBRA-RATEIO NOT = ZEROS
               COMPUTE NN-TAXAS(WS-IDX-MAIOR) =
                   NN-TAXAS(WS-IDX-MAIOR) + WS-SOBRA-RATEIO
           END-IF.
      *--------------------------------------------------------------*
       RATEAR-TAXA-NEGOCIO.

           IF WS-NOTA-VALOR-TOTAL > ZEROS
               COMPUTE NN-TAXAS(WS-IDX) ROUNDED =
                   WS-NOTA-TAXAS * NN-VALOR(WS-IDX)
                   / WS-NOTA-VALOR-TOTAL
           ELSE
               MOVE ZEROS TO NN-TAXAS(WS-IDX)
           END-IF.

           ADD NN-TAXAS(WS-IDX) TO WS-TAXAS-RATEADAS.

           IF NN-VALOR(WS-IDX) > NN-VALOR(WS-IDX-MAIOR)
               MOVE WS-IDX TO WS-IDX-MAIOR
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-NEGOCIOS-NOTA.

           PERFORM OBTER-CAMINHO-TRADES.

           MOVE SPACES TO WS-STATUS-TRADES.

           OPEN EXTEND TRADES.

           IF NOT FLAG-TRADES-SUCESSO
               IF FLAG-TRADES-NAO-CRIADO
                   OPEN OUTPUT TRADES
               END-IF
           END-IF.

           PERFORM GRAVAR-NEGOCIO-NOTA
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-NEGOCIOS.

           CLOSE TRADES.
      *--------------------------------------------------------------*
       GRAVAR-NEGOCIO-NOTA.

           MOVE SPACES TO REG-TRADE.

           MOVE NN-PAPEL(WS-IDX)      TO TR-PAPEL.
           MOVE WS-NOTA-DATA          TO TR-DATA.
           MOVE NN-TIPO(WS-IDX)       TO TR-TIPO.
           MOVE NN-QUANTIDADE(WS-IDX) TO TR-QUANTIDADE.
           MOVE NN-PRECO(WS-IDX)      TO TR-PRECO.
           MOVE NN-TAXAS(WS-IDX)      TO TR-TAXAS.

           WRITE REG-TRADE.
      *--------------------------------------------------------------*
       GRAVAR-NOTA-IMPORTADA.

           PERFORM OBTER-CAMINHO-IMPORTADAS.

           MOVE SPACES TO WS-STATUS-IMPORTADAS.

           OPEN EXTEND NOTAS-IMPORTADAS.

           IF NOT FLAG-IMPORTADAS-SUCESSO
               IF FLAG-IMPORTADAS-NAO-CRIADO
                   OPEN OUTPUT NOTAS-IMPORTADAS
               END-IF
           END-IF.

           MOVE SPACES TO REG-NOTA-IMPORTADA.

           MOVE WS-NOTA-NUMERO    TO NI-NUMERO.
           MOVE WS-NOTA-DATA      TO NI-DATA.
           MOVE WS-TOTAL-NEGOCIOS TO NI-QTD-NEGOCIOS.
           MOVE WS-NOTA-TAXAS     TO NI-TAXAS.
           MOVE WS-NOTA-IRRF      TO NI-IRRF.
           MOVE WS-DATA-HOJE      TO NI-DATA-IMPORTACAO.

           WRITE REG-NOTA-IMPORTADA.

           CLOSE NOTAS-IMPORTADAS.
      *--------------------------------------------------------------*
       GRAVAR-TOTAIS-IMPORTACAO.

           MOVE "NOTAS LIDAS"              TO IM-TOT-DESCRICAO.
           MOVE WS-QTD-NOTAS-LIDAS         TO IM-TOT-VALOR.
           WRITE REG-IMPORTACAO FROM IM-LINHA-TOTAL.

           MOVE "NOTAS IMPORTADAS"         TO IM-TOT-DESCRICAO.
           MOVE WS-QTD-NOTAS-IMPORTADAS    TO IM-TOT-VALOR.
           WRITE REG-IMPORTACAO FROM IM-LINHA-TOTAL.

           MOVE "NOTAS RECUSADAS"          TO IM-TOT-DESCRICAO.
           MOVE WS-QTD-NOTAS-RECUSADAS     TO IM-TOT-VALOR.
           WRITE REG-IMPORTACAO FROM IM-LINHA-TOTAL.

           MOVE "NEGOCIOS GRAVADOS NO LEDGER" TO IM-TOT-DESCRICAO.
           MOVE WS-QTD-NEGOCIOS-GRAVADOS   TO IM-TOT-VALOR.
           WRITE REG-IMPORTACAO FROM IM-LINHA-TOTAL.

           IF WS-QTD-LINHAS-SEM-NOTA > ZEROS
               MOVE "LINHAS FORA DE NOTA IGNORADAS"
                   TO IM-TOT-DESCRICAO
               MOVE WS-QTD-LINHAS-SEM-NOTA TO IM-TOT-VALOR
               WRITE REG-IMPORTACAO FROM IM-LINHA-TOTAL
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_15"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_15"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
