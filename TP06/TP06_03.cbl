           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COTACAO-HIST-SELECT.

           COPY PREGAO-CARGA-SELECT.

           COPY EVENTO-SOC-SELECT.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY COTACAO-HIST-FD.

       COPY PREGAO-CARGA-FD.

       COPY EVENTO-SOC-FD.

       77 WS-COMP-ATUAL-NUM             PIC 9(6)          VALUE ZEROS.
       77 WS-COMP-FIM-NUM               PIC 9(6)          VALUE ZEROS.
       77 WS-QTD-MESES-AUSENTES         PIC 9(2)          VALUE ZEROS.
       77 WS-COUNT-LINE-AUSENTE         PIC 99            VALUE 10.
           COPY DIR-DADOS.
       77 WS-ARQ-EXTRACAO               PIC X(60)         VALUE SPACES.
       77 WS-ARQ-EXTRACAO-CSV           PIC X(60)         VALUE SPACES.
       77 WS-COD-NEGOCIACAO             PIC X(12)         VALUE SPACES.
       77 WS-QTD-COD-NEGOCIACAO         PIC 99            VALUE ZEROS.
       77 WS-IND-COD-NEG                PIC 99            VALUE ZEROS.
       77 WS-POS-COD-NEG                PIC 99            VALUE ZEROS.
       77 WS-IND-COD-ATUAL              PIC 99            VALUE ZEROS.
       01 TB-COD-NEGOCIACAO.
           05 TB-COD-NEG-ITEM      PIC X(12) OCCURS 20 TIMES
                                    VALUE SPACES.
       77 WS-POS-ASTERISCO               PIC 99           VALUE ZEROS.
       77 WS-TAM-PREFIXO                 PIC 99           VALUE ZEROS.
       77 WS-PREFIXO-COD                 PIC X(12)        VALUE SPACES.
       77 WS-TAM-PREFIXO-BUSCA           PIC 99           VALUE ZEROS.
       77 WS-PREFIXO-BUSCA               PIC X(12)        VALUE SPACES.
       77 WS-DATA-PISO-EXTRACAO          PIC 9(8)         VALUE ZEROS.
       77 WS-DATA-TETO-EXTRACAO          PIC 9(8)         VALUE ZEROS.
       77 WS-ANO-MES-CONFERIDO           PIC 9(6)         VALUE ZEROS.
       77 WS-TOTAL-REGISTROS-EXP        PIC 9(8)          VALUE ZEROS.
       77 WS-PRECO-CLOSE-MIN            PIC 9(11)V9(2)    VALUE ZEROS.
       77 WS-PRECO-CLOSE-MAX            PIC 9(11)V9(2)    VALUE ZEROS.
           05 NOW-DAY                   PIC 99            VALUE ZEROS.
           05 NOW-MONTH                 PIC 99            VALUE ZEROS.
           05 NOW-YEAR                  PIC 9(4)          VALUE ZEROS.
      *---- COTACAO DO HISTORICO EM TRATAMENTO -----------------------*
       01 WS-COTA-LINHA.
           05 WS-TIPREG-LINE            PIC 9(2)          VALUE ZEROS.
           05 WS-DTPREGAO-LINE.
           05 WS-PTOEXE-LINE            PIC 9(3)V9(6)     VALUE ZEROS.
           05 WS-CODISI-LINE            PIC X(12)         VALUE SPACES.
           05 WS-DISMES-LINE            PIC 9(3)          VALUE ZEROS.
      *---- FILE EXPORTACAO ----------------------------------------*
       01 WS-EXP-CABECALHO.
           05 WS-TIPO                   PIC X(2)          VALUE "00".
      *---- STATUS FILE --------------------------------------------*
       77 WS-STATUS-FILE-WRITE          PIC X(02)         VALUE SPACES.
       77 WS-STATUS-FILE-CSV            PIC X(02)         VALUE SPACES.
           COPY COTACAO-HIST-STATUS.
           COPY PREGAO-CARGA-STATUS.

       COPY AUDITORIA-STATUS.
      *---- SCREENS ------------------------------------------------*
           "TP06.03 - Codigo de negociacao do papeL".

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mes inicial da extracao (01-12): ".
           10 SC-MES-COTAHIST           LINE + 0  COLUMN  62
           USING WS-MES-COTAHIST.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano inicial da extracao: ".
           10 SC-ANO-COTAHIST           LINE + 0  COLUMN  54
           USING WS-ANO-COTAHIST.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mes final da extracao (01-12): ".
           10 SC-MES-FIM-COTAHIST       LINE + 0  COLUMN  60
           USING WS-MES-FIM-COTAHIST.

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano final da extracao: ".
           10 SC-ANO-FIM-COTAHIST       LINE + 0  COLUMN  52
           USING WS-ANO-FIM-COTAHIST.

               AT 2129 FOREGROUND-COLOR 6
               PERFORM ENTRADA-ANO-MES-COTAHIST
           END-IF.
      *--------------------------------------------------------------*
       ENTRADA-COD-NEGOCIACAO.
           DISPLAY SC-INPUT.
               PERFORM ENTRADA-PERIODO
           END-IF.
      *--------------------------------------------------------------*
      *    AS COTACOES VEM DO HISTORICO INDEXADO CARREGADO POR
      *    TP06_18 (DIARIOS E MENSAIS); SEM ELE NAO HA EXTRACAO.
       EXPORTAR-COTAS.
           PERFORM OBTER-CAMINHO-COTACAO-HIST.

           MOVE SPACES TO WS-STATUS-COTACAO-HIST.

           OPEN INPUT COTACAO-HIST.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               DISPLAY "HISTORICO DE COTACOES NAO ENCONTRADO - "
               FOREGROUND-COLOR 6 AT 2029
               DISPLAY "CARREGUE OS COTAHIST COM TP06_18"
               FOREGROUND-COLOR 6 AT 2129

               MOVE "ARQ=COTACAO_HISTORICO.DAT" TO WS-AUD-PARAMETROS
               MOVE "HISTORICO DE COTACOES AUSENTE"
                   TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           ELSE
               PERFORM EXPORTAR-HISTORICO

               CLOSE COTACAO-HIST
           END-IF.
      *--------------------------------------------------------------*
      *    A EXTRACAO COBRE TODOS OS MESES DA FAIXA EM UMA UNICA
      *    SAIDA CONTINUA, CODIGO A CODIGO DA LISTA; MES SEM PREGAO
      *    CARREGADO NO HISTORICO E APONTADO E NAO INTERROMPE OS
      *    DEMAIS.
       EXPORTAR-HISTORICO.
           PERFORM OBTER-CAMINHO-EXTRACAO.

           OPEN OUTPUT EXTRACAO.
               OPEN OUTPUT EXTRACAO-CSV
           END-IF.

           COMPUTE WS-DATA-PISO-EXTRACAO =
               WS-ANO-COTAHIST * 10000 + WS-MES-COTAHIST * 100 + 1.
           COMPUTE WS-DATA-TETO-EXTRACAO =
               WS-ANO-FIM-COTAHIST * 10000
               + WS-MES-FIM-COTAHIST * 100 + 31.

           PERFORM OBTER-CAMINHO-PREGAO-CARGA.

           MOVE SPACES TO WS-STATUS-PREGAO-CARGA.

           OPEN INPUT PREGAO-CARGA.

           PERFORM CONFERIR-MES WITH TEST BEFORE
           UNTIL WS-COMP-ATUAL-NUM > WS-COMP-FIM-NUM.

           CLOSE PREGAO-CARGA.

           PERFORM EXPORTAR-CODIGO
           VARYING WS-IND-COD-ATUAL FROM 1 BY 1
           UNTIL WS-IND-COD-ATUAL > WS-QTD-COD-NEGOCIACAO.

           PERFORM WRITE-RODAPE-EXPORTACAO.

           CLOSE EXTRACAO.
           END-IF.

           IF WS-QTD-MESES-AUSENTES > ZEROS
               DISPLAY "MESES DA FAIXA SEM COTACOES NO HISTORICO: "
               AT 0929 FOREGROUND-COLOR 6
               DISPLAY WS-QTD-MESES-AUSENTES
               AT 0971 FOREGROUND-COLOR 6
           END-IF.

           STRING "COD=" DELIMITED BY SIZE
           MOVE "EXPORTACAO CONCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    MES CARREGADO = AO MENOS UM PREGAO DELE NO CONTROLE DE
      *    CARGA DO HISTORICO.
      *--------------------------------------------------------------*
       CONFERIR-MES.

           COMPUTE PC-DATA =
               WS-ANO-COTAHIST * 10000 + WS-MES-COTAHIST * 100 + 1.

           START PREGAO-CARGA KEY IS NOT LESS THAN PC-DATA.

           IF FLAG-PREGAO-CARGA-SUCESSO
               READ PREGAO-CARGA NEXT RECORD
           END-IF.

           IF NOT FLAG-PREGAO-CARGA-SUCESSO
           OR PC-DATA > WS-ANO-COTAHIST * 10000
                        + WS-MES-COTAHIST * 100 + 31
               ADD 1 TO WS-QTD-MESES-AUSENTES
               COMPUTE WS-ANO-MES-CONFERIDO =
                   WS-ANO-COTAHIST * 100 + WS-MES-COTAHIST
               DISPLAY "MES SEM COTACOES NO HISTORICO: "
               AT LINE WS-COUNT-LINE-AUSENTE COLUMN 29
               FOREGROUND-COLOR 6
               DISPLAY WS-ANO-MES-CONFERIDO
               AT LINE WS-COUNT-LINE-AUSENTE COLUMN 61
               FOREGROUND-COLOR 6
               ADD 1 TO WS-COUNT-LINE-AUSENTE
           END-IF.

           PERFORM AVANCAR-MES.
      *--------------------------------------------------------------*
      *    PERCORRE O HISTORICO A PARTIR DO CODIGO (OU DO PREFIXO,
      *    QUANDO TERMINA EM *) ENQUANTO A CHAVE AINDA PERTENCER A
      *    ELE. UMA COTACAO QUE CASA COM MAIS DE UM CODIGO DA LISTA
      *    SO SAI UMA VEZ, NO CODIGO QUE LOCALIZAR-COD-NEGOCIACAO
      *    APONTA.
      *--------------------------------------------------------------*
       EXPORTAR-CODIGO.
           MOVE ZEROS  TO WS-TAM-PREFIXO-BUSCA.
           MOVE SPACES TO WS-PREFIXO-BUSCA.
           MOVE "N"    TO WS-CH-FIM-BUSCA.

           UNSTRING TB-COD-NEG-ITEM(WS-IND-COD-ATUAL) DELIMITED BY "*"
               INTO WS-PREFIXO-BUSCA.

           INSPECT WS-PREFIXO-BUSCA
               TALLYING WS-TAM-PREFIXO-BUSCA
               FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE WS-PREFIXO-BUSCA TO CH-PAPEL.
           MOVE ZEROS            TO CH-DATA.

           START COTACAO-HIST KEY IS NOT LESS THAN CH-CHAVE.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               MOVE "S" TO WS-CH-FIM-BUSCA
           END-IF.

           PERFORM LER-COTACAO-HIST WITH TEST BEFORE
           UNTIL FLAG-CH-FIM-BUSCA.
      *--------------------------------------------------------------*
       LER-COTACAO-HIST.

           READ COTACAO-HIST NEXT RECORD.

           EVALUATE TRUE
               WHEN NOT FLAG-COTACAO-HIST-SUCESSO
                   MOVE "S" TO WS-CH-FIM-BUSCA
               WHEN WS-TAM-PREFIXO-BUSCA = ZEROS
                   PERFORM TRATAR-COTACAO-HIST
               WHEN CH-PAPEL(1:WS-TAM-PREFIXO-BUSCA) NOT =
                    WS-PREFIXO-BUSCA(1:WS-TAM-PREFIXO-BUSCA)
                   MOVE "S" TO WS-CH-FIM-BUSCA
               WHEN OTHER
                   PERFORM TRATAR-COTACAO-HIST
           END-EVALUATE.
      *--------------------------------------------------------------*
       TRATAR-COTACAO-HIST.

           IF CH-DATA >= WS-DATA-PISO-EXTRACAO
           AND CH-DATA <= WS-DATA-TETO-EXTRACAO
               INITIALIZE WS-COTA-LINHA
               MOVE 01        TO WS-TIPREG-LINE
               MOVE CH-DATA   TO WS-DTPREGAO-LINE-NUM
               MOVE CH-CODBDI TO WS-CODBDI-LINE
               MOVE CH-PAPEL  TO WS-CODNEG-LINE
               MOVE CH-TPMERC TO WS-TPMERC-LINE
               MOVE CH-NOMRES TO WS-NOMRES-LINE
               MOVE CH-ESPECI TO WS-ESPECI-LINE
               MOVE CH-PREABE TO WS-PREABE-LINE
               MOVE CH-PREMAX TO WS-PREMAX-LINE
               MOVE CH-PREMIN TO WS-PREMIN-LINE
               MOVE CH-PREMED TO WS-PREMED-LINE
               MOVE CH-PREULT TO WS-PREULT-LINE
               MOVE CH-TOTNEG TO WS-TOTNEG-LINE
               MOVE CH-QUATOT TO WS-QUATOT-LINE
               MOVE CH-VOLTOT TO WS-VOLTOT-LINE

               PERFORM LOCALIZAR-COD-NEGOCIACAO

               IF WS-POS-COD-NEG = WS-IND-COD-ATUAL
                   PERFORM PROCESSAR-LINHA-COTA
               END-IF
           END-IF.
      *--------------------------------------------------------------*

           COMPUTE WS-COMP-ATUAL-NUM =
               WS-ANO-COTAHIST * 100 + WS-MES-COTAHIST.
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
       OBTER-CAMINHO-EXTRACAO.

           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_03"==.
      *--------------------------------------------------------------*
       PROCESSAR-LINHA-COTA.

           IF WS-DTPREGAO-LINE-NUM >= WS-DATA-INICIO
           AND WS-DTPREGAO-LINE-NUM <= WS-DATA-FIM
               PERFORM VERIFICAR-FILTRO-MERCADO

                   MOVE WS-IND-COD-NEG TO WS-POS-COD-NEG
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       WRITE-HEADER-EXPORTACAO.
           PERFORM GET-DATE-NOW.
