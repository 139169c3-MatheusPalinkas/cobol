       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-FICHA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    FICHA FINANCEIRA ANUAL: PARA UM PRONTUARIO OU PARA TODOS OS
      *    QUE TEM FOLHA NO ANO, UMA COLUNA POR PAGAMENTO DE
      *    folha.dat (COMPETENCIA E TIPO - NORMAL, SUPLEMENTAR, 13o
      *    OU PLR - COM A SEQUENCIA DE FH-SEQ-FOLHA) E UMA LINHA POR
      *    VERBA DO REGISTRO, MAIS UMA LINHA POR CODIGO DE RUBRICA
      *    LANCADO EM rubricas_lanc.dat (NA COLUNA DA FOLHA NORMAL DA
      *    COMPETENCIA). A ULTIMA COLUNA TRAZ O TOTAL DO ANO DE CADA
      *    LINHA E AS LINHAS FINAIS OS TOTAIS DE PROVENTOS E DE
      *    DESCONTOS DE CADA COLUNA. AS RUBRICAS SAO DETALHE: O VALOR
      *    DELAS JA ESTA NO BRUTO, EM OUTRAS VERBAS OU EM OUTROS
      *    DESCONTOS E NAO ENTRA DE NOVO NOS TOTAIS. QUATRO COLUNAS
      *    POR PAGINA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FOLHA-SELECT.

           COPY RUBRICA-LANC-SELECT.

           COPY RUBRICA-SELECT.

           SELECT FICHA-FINANCEIRA ASSIGN TO WS-DESTINO-FICHA.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY FOLHA-FD.

       COPY RUBRICA-LANC-FD.

       COPY RUBRICA-FD.

       FD FICHA-FINANCEIRA
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-FICHA PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY RUBRICA-LANC-STATUS.
           COPY RUBRICA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-DESTINO-FICHA          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-ANO-FICHA              PIC 9(4)       VALUE ZEROS.
      *    PRONTUARIO EM BRANCO EMITE A FICHA DE TODOS.
       77 WS-PRONT-FICHA            PIC X(8)       VALUE SPACES.
      *---- FUNCIONARIOS COM FOLHA NO ANO ----------------------------*
       77 CONST-LIMITE-FUNC         PIC 9(4)       VALUE 500.
       77 WS-TOTAL-FUNC             PIC 9(4)       VALUE ZEROS.
       77 WS-POS-FUNC               PIC 9(4)       VALUE ZEROS.
           88 FLAG-FUNC-NA-TABELA   VALUE 1 THRU 500.
       77 WS-IDX-FUNC               PIC 9(4)       VALUE ZEROS.
       01 TB-FUNCS.
           02 FUNCS-TAB OCCURS 500 TIMES.
               10 FC-PRONTUARIO     PIC X(8)       VALUE SPACES.
               10 FC-NOME           PIC A(20)      VALUE SPACES.
      *---- CATALOGO DE RUBRICAS -------------------------------------*
       77 CONST-LIMITE-CATALOGO     PIC 9(3)       VALUE 200.
       77 WS-TOTAL-CATALOGO         PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-CAT                PIC 9(3)       VALUE ZEROS.
       01 TB-CATALOGO.
           02 CATALOGO-TAB OCCURS 200 TIMES.
               10 CT-CODIGO         PIC X(4)       VALUE SPACES.
               10 CT-DESCRICAO      PIC X(20)      VALUE SPACES.
      *---- LINHAS FIXAS DA FICHA (ROTULO E NATUREZA) ----------------*
      *    P PROVENTO E D DESCONTO ENTRAM NOS TOTAIS DA COLUNA;
      *    I E INFORMATIVA (ENCARGO, PROVISAO OU PARCELA JA CONTIDA
      *    EM OUTRA LINHA); R E RUBRICA AVULSA.
       01 WS-TAB-LINHAS-FIXAS-VALORES.
           05 FILLER PIC X(21) VALUE "SALARIO BRUTO       P".
           05 FILLER PIC X(21) VALUE "SALARIO-FAMILIA     P".
           05 FILLER PIC X(21) VALUE "DESC INSS           D".
           05 FILLER PIC X(21) VALUE "DESC IRRF           D".
           05 FILLER PIC X(21) VALUE "DESC ADIANTAMENTO   D".
           05 FILLER PIC X(21) VALUE "DESC EMPRESTIMO     D".
           05 FILLER PIC X(21) VALUE "OUTROS DESCONTOS    D".
           05 FILLER PIC X(21) VALUE "DESC VALE-TRANSP    D".
           05 FILLER PIC X(21) VALUE "DESC PLANO SAUDE    D".
           05 FILLER PIC X(21) VALUE "DESC SINDICAL       D".
           05 FILLER PIC X(21) VALUE "SALARIO LIQUIDO     I".
           05 FILLER PIC X(21) VALUE "FGTS                I".
           05 FILLER PIC X(21) VALUE "13o SALARIO         I".
           05 FILLER PIC X(21) VALUE "FERIAS              I".
           05 FILLER PIC X(21) VALUE "AFASTAMENTO         I".
           05 FILLER PIC X(21) VALUE "OUTRAS VERBAS       I".
       01 WS-TAB-LINHAS-FIXAS REDEFINES WS-TAB-LINHAS-FIXAS-VALORES.
           05 WS-LINHA-FIXA OCCURS 16 TIMES.
               10 WS-LF-ROTULO      PIC X(20).
               10 WS-LF-NATUREZA    PIC X.
       77 CONST-LINHAS-FIXAS        PIC 9(2)       VALUE 16.
      *---- MATRIZ DA FICHA (LINHA X COLUNA) -------------------------*
       77 CONST-LIMITE-LINHAS       PIC 9(2)       VALUE 40.
       77 CONST-LIMITE-COLUNAS      PIC 9(2)       VALUE 36.
       77 CONST-COLUNA-TOTAL        PIC 9(2)       VALUE 37.
       77 WS-TOTAL-LINHAS           PIC 9(2)       VALUE ZEROS.
       77 WS-TOTAL-COLUNAS          PIC 9(2)       VALUE ZEROS.
       77 WS-QTD-IMPRESSAS          PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-LIN                PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-COL                PIC 9(2)       VALUE ZEROS.
       77 WS-POS-LIN                PIC 9(2)       VALUE ZEROS.
           88 FLAG-LINHA-ACHADA     VALUE 1 THRU 40.
       77 WS-POS-COL                PIC 9(2)       VALUE ZEROS.
           88 FLAG-COLUNA-ACHADA    VALUE 1 THRU 36.
       01 TB-LINHAS.
           02 LINHA-ITEM OCCURS 40 TIMES.
               10 LN-ROTULO         PIC X(20)      VALUE SPACES.
               10 LN-NATUREZA       PIC X          VALUE SPACES.
                   88 FLAG-LN-PROVENTO             VALUE "P".
                   88 FLAG-LN-DESCONTO             VALUE "D".
               10 LN-CODIGO         PIC X(4)       VALUE SPACES.
               10 LN-VALOR OCCURS 37 TIMES
                                    PIC 9(8)V9(2)  VALUE ZEROS.
       01 TB-COLUNAS.
           02 COLUNA-ITEM OCCURS 36 TIMES.
               10 CL-CHAVE          PIC 9(5)       VALUE ZEROS.
               10 CL-MES            PIC 9(2)       VALUE ZEROS.
               10 CL-TIPO           PIC X          VALUE SPACES.
               10 CL-SEQ            PIC 9(2)       VALUE ZEROS.
      *    ORDEM DE IMPRESSAO DAS COLUNAS (MES, TIPO, SEQUENCIA); A
      *    ULTIMA POSICAO USADA APONTA PARA A COLUNA DO TOTAL.
       01 TB-ORDEM.
           02 ORD-COLUNA OCCURS 37 TIMES PIC 9(2)   VALUE ZEROS.
      *---- CHAVE DA COLUNA EM BUSCA ---------------------------------*
       77 WS-BUSCA-MES              PIC 9(2)       VALUE ZEROS.
       77 WS-BUSCA-TIPO             PIC X          VALUE SPACES.
       77 WS-BUSCA-SEQ              PIC 9(2)       VALUE ZEROS.
       77 WS-BUSCA-RANK             PIC 9          VALUE ZEROS.
       77 WS-CHAVE-BUSCA            PIC 9(5)       VALUE ZEROS.
       77 WS-CODIGO-BUSCA           PIC X(4)       VALUE SPACES.
      *---- ORDENACAO E IMPRESSAO ------------------------------------*
       77 WS-IDX-A                  PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-B                  PIC 9(2)       VALUE ZEROS.
       77 WS-MENOR                  PIC 9(2)       VALUE ZEROS.
       77 WS-AUX-ORDEM              PIC 9(2)       VALUE ZEROS.
       77 WS-BLOCO-INICIO           PIC 9(2)       VALUE ZEROS.
       77 WS-BLOCO-FIM              PIC 9(2)       VALUE ZEROS.
       77 WS-SLOT                   PIC 9          VALUE ZEROS.
       77 WS-COL-REAL               PIC 9(2)       VALUE ZEROS.
       77 WS-TOTAL-COLUNA           PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-QTD-FICHAS             PIC 9(4)       VALUE ZEROS.
      *---- LINHAS DA FICHA ------------------------------------------*
       01 FI-TITULO.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "FICHA FINANCEIRA - ANO ".
           05 FI-TIT-ANO PIC 9(4).
       01 FI-LINHA-FUNC.
           05 FILLER PIC X(6) VALUE "Nome: ".
           05 FI-REL-NOME PIC X(20).
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Prontuario: ".
           05 FI-REL-PRONTUARIO PIC X(8).
       01 FI-CABEC.
           05 FILLER PIC X(20) VALUE "VERBA".
           05 FI-CAB-ITEM OCCURS 4 TIMES.
               10 FILLER PIC X(2).
               10 FI-CAB-COLUNA PIC X(12).
       01 FI-DETALHE.
           05 FI-DET-ROTULO PIC X(20).
           05 FI-DET-ITEM OCCURS 4 TIMES.
               10 FILLER PIC X(2).
               10 FI-DET-VALOR PIC Z.ZZZ.ZZ9,99.
       01 WS-ROTULO-COLUNA.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-ROT-MES PIC 9(2).
           05 FILLER PIC X VALUE SPACES.
           05 WS-ROT-TIPO PIC X(4).
           05 WS-ROT-SEQ PIC X(2).
       01 FI-RODAPE.
           05 FILLER PIC X(50) VALUE SPACES.
           05 FI-ROD-EMPRESA PIC X(30) VALUE "Palinkas e Tavares".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP08-FICHA - ficha financeira anual".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano (AAAA):".
           10 SC-ANO-FICHA          LINE + 0  COLUMN 40
           USING WS-ANO-FICHA.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Prontuario (branco = todos):".
           10 SC-PRONT-FICHA        LINE + 0  COLUMN 40
           USING WS-PRONT-FICHA.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-FICHA      LINE + 0  COLUMN 47
           USING WS-DESTINO-FICHA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO FI-ROD-EMPRESA.

           PERFORM CARREGAR-CATALOGO.
           PERFORM CARREGAR-FUNCIONARIOS.

           IF WS-TOTAL-FUNC = ZEROS
               DISPLAY "NENHUM REGISTRO DE FOLHA NO ANO INFORMADO"
               STOP RUN
           END-IF.

           DISPLAY "DD_FICHA-FINANCEIRA" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-FICHA      UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT FICHA-FINANCEIRA.

           PERFORM IMPRIMIR-FICHA
           VARYING WS-IDX-FUNC FROM 1 BY 1
           UNTIL WS-IDX-FUNC > WS-TOTAL-FUNC.

           CLOSE FICHA-FINANCEIRA.

           DISPLAY "FICHAS FINANCEIRAS GERADAS: " WS-QTD-FICHAS.

           STRING "ANO=" DELIMITED BY SIZE
                  WS-ANO-FICHA DELIMITED BY SIZE
                  " PRONT=" DELIMITED BY SIZE
                  WS-PRONT-FICHA DELIMITED BY SIZE
                  " FICHAS=" DELIMITED BY SIZE
                  WS-QTD-FICHAS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "FICHA FINANCEIRA EMITIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-FICHA TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ANO-FICHA.
           ACCEPT SC-PRONT-FICHA.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-FICHA
           ELSE
               MOVE "LPT1" TO WS-DESTINO-FICHA
           END-IF.

           IF WS-ANO-FICHA = ZEROS
               DISPLAY "Ano invalido - informe novamente"
               AT 1510 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FOLHA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="folha.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FOLHA==
                ==:DDVAR:==  BY =="DD_FOLHA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RUBRICAS-LANC.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rubricas_lanc.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RUBRICAS-LANC==
                ==:DDVAR:==  BY =="DD_RUBRICAS-LANC"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RUBRICAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rubricas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RUBRICAS==
                ==:DDVAR:==  BY =="DD_RUBRICAS"==.
      *--------------------------------------------------------------*
       CARREGAR-CATALOGO.
           MOVE ZEROS  TO WS-TOTAL-CATALOGO.
           MOVE SPACES TO WS-STATUS-RUBRICAS.

           PERFORM OBTER-CAMINHO-RUBRICAS.

           OPEN INPUT RUBRICAS.

           IF FLAG-RUBRICAS-SUCESSO
               PERFORM CARREGAR-LINHA-CATALOGO WITH TEST BEFORE
               UNTIL FLAG-RUBRICAS-EOF
               OR WS-TOTAL-CATALOGO >= CONST-LIMITE-CATALOGO
               CLOSE RUBRICAS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CATALOGO.

           READ RUBRICAS.

           IF NOT FLAG-RUBRICAS-EOF
               ADD 1 TO WS-TOTAL-CATALOGO
               MOVE RB-CODIGO    TO CT-CODIGO(WS-TOTAL-CATALOGO)
               MOVE RB-DESCRICAO TO CT-DESCRICAO(WS-TOTAL-CATALOGO)
           END-IF.
      *--------------------------------------------------------------*
      *    PRONTUARIOS COM FOLHA NO ANO, NA ORDEM EM QUE APARECEM.
      *--------------------------------------------------------------*
       CARREGAR-FUNCIONARIOS.
           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF NOT FLAG-FOLHA-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FOLHA"
               STOP RUN
           END-IF.

           PERFORM CARREGAR-LINHA-FUNCIONARIO WITH TEST BEFORE
           UNTIL FLAG-FOLHA-EOF.

           CLOSE FOLHA.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-FUNCIONARIO.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-COMP-ANO = WS-ANO-FICHA
               AND (WS-PRONT-FICHA = SPACES
                    OR FH-PRONTUARIO = WS-PRONT-FICHA)
                   PERFORM LOCALIZAR-FUNC-TABELA

                   IF NOT FLAG-FUNC-NA-TABELA
                       PERFORM INCLUIR-FUNC-TABELA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-FUNC-TABELA.
           MOVE ZEROS TO WS-POS-FUNC.

           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
           UNTIL WS-IDX-FUNC > WS-TOTAL-FUNC

               IF FC-PRONTUARIO(WS-IDX-FUNC) = FH-PRONTUARIO
                   MOVE WS-IDX-FUNC TO WS-POS-FUNC
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       INCLUIR-FUNC-TABELA.

           IF WS-TOTAL-FUNC >= CONST-LIMITE-FUNC
               DISPLAY "TABELA DE FUNCIONARIOS CHEIA - PRONTUARIO "
                   FH-PRONTUARIO " FORA DA FICHA"
           ELSE
               ADD 1 TO WS-TOTAL-FUNC
               MOVE WS-TOTAL-FUNC    TO WS-POS-FUNC
               MOVE FH-PRONTUARIO    TO FC-PRONTUARIO(WS-POS-FUNC)
               MOVE FH-PRIMEIRO-NOME TO FC-NOME(WS-POS-FUNC)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-FICHA.
           PERFORM MONTAR-FICHA.
           PERFORM ORDENAR-COLUNAS.
           PERFORM TOTALIZAR-LINHA
           VARYING WS-IDX-LIN FROM 1 BY 1
           UNTIL WS-IDX-LIN > WS-TOTAL-LINHAS.

           COMPUTE WS-QTD-IMPRESSAS = WS-TOTAL-COLUNAS + 1.
           MOVE CONST-COLUNA-TOTAL TO ORD-COLUNA(WS-QTD-IMPRESSAS).

           PERFORM IMPRIMIR-BLOCO
           VARYING WS-BLOCO-INICIO FROM 1 BY 4
           UNTIL WS-BLOCO-INICIO > WS-QTD-IMPRESSAS.

           ADD 1 TO WS-QTD-FICHAS.
      *--------------------------------------------------------------*
       MONTAR-FICHA.
           INITIALIZE TB-LINHAS TB-COLUNAS TB-ORDEM.
           MOVE ZEROS TO WS-TOTAL-COLUNAS.

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
           UNTIL WS-IDX-LIN > CONST-LINHAS-FIXAS
               MOVE WS-LF-ROTULO(WS-IDX-LIN)   TO LN-ROTULO(WS-IDX-LIN)
               MOVE WS-LF-NATUREZA(WS-IDX-LIN)
                   TO LN-NATUREZA(WS-IDX-LIN)
           END-PERFORM.

           MOVE CONST-LINHAS-FIXAS TO WS-TOTAL-LINHAS.

           MOVE SPACES TO WS-STATUS-FOLHA.
           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM ACUMULAR-LINHA-FOLHA WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.

           MOVE SPACES TO WS-STATUS-RUBRICAS-LANC.
           PERFORM OBTER-CAMINHO-RUBRICAS-LANC.

           OPEN INPUT RUBRICAS-LANC.

           IF FLAG-RUBRICAS-LANC-SUCESSO
               PERFORM ACUMULAR-LINHA-RUBRICA WITH TEST BEFORE
               UNTIL FLAG-RUBRICAS-LANC-EOF
               CLOSE RUBRICAS-LANC
           END-IF.
      *--------------------------------------------------------------*
      *    REGISTROS ANTIGOS, SEM TIPO, VALEM COMO FOLHA NORMAL.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-COMP-ANO = WS-ANO-FICHA
               AND FH-PRONTUARIO = FC-PRONTUARIO(WS-IDX-FUNC)
                   MOVE FH-COMP-MES TO WS-BUSCA-MES
                   MOVE ZEROS       TO WS-BUSCA-SEQ

                   IF FH-SEQ-FOLHA NUMERIC
                       MOVE FH-SEQ-FOLHA TO WS-BUSCA-SEQ
                   END-IF

                   EVALUATE TRUE
                       WHEN FLAG-FH-SUPLEMENTAR
                           MOVE "S" TO WS-BUSCA-TIPO
                       WHEN FLAG-FH-DECIMO
                           MOVE "D" TO WS-BUSCA-TIPO
                       WHEN FLAG-FH-PLR
                           MOVE "P" TO WS-BUSCA-TIPO
                       WHEN OTHER
                           MOVE "N"   TO WS-BUSCA-TIPO
                           MOVE ZEROS TO WS-BUSCA-SEQ
                   END-EVALUATE

                   PERFORM LOCALIZAR-COLUNA

                   IF FLAG-COLUNA-ACHADA
                       PERFORM SOMAR-VERBAS-FOLHA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    OS CAMPOS DO FIM DO REGISTRO PODEM VIR EM BRANCO NAS
      *    LINHAS ANTIGAS DE folha.dat.
      *--------------------------------------------------------------*
       SOMAR-VERBAS-FOLHA.
           ADD FH-SALARIO-BRUTO    TO LN-VALOR(1, WS-POS-COL).
           ADD FH-DESCONTO-INSS    TO LN-VALOR(3, WS-POS-COL).
           ADD FH-DESCONTO-IRRF    TO LN-VALOR(4, WS-POS-COL).
           ADD FH-ADIANTAMENTO     TO LN-VALOR(5, WS-POS-COL).
           ADD FH-SALARIO-LIQUIDO  TO LN-VALOR(11, WS-POS-COL).
           ADD FH-FGTS             TO LN-VALOR(12, WS-POS-COL).
           ADD FH-DECIMO-TERCEIRO  TO LN-VALOR(13, WS-POS-COL).
           ADD FH-FERIAS           TO LN-VALOR(14, WS-POS-COL).

           IF FH-SALARIO-FAMILIA NUMERIC
               ADD FH-SALARIO-FAMILIA  TO LN-VALOR(2, WS-POS-COL)
           END-IF.

           IF FH-EMPRESTIMO NUMERIC
               ADD FH-EMPRESTIMO       TO LN-VALOR(6, WS-POS-COL)
           END-IF.

           IF FH-OUTROS-DESCONTOS NUMERIC
               ADD FH-OUTROS-DESCONTOS TO LN-VALOR(7, WS-POS-COL)
           END-IF.

           IF FH-VALE-TRANSPORTE NUMERIC
               ADD FH-VALE-TRANSPORTE  TO LN-VALOR(8, WS-POS-COL)
           END-IF.

           IF FH-PLANO-SAUDE NUMERIC
               ADD FH-PLANO-SAUDE      TO LN-VALOR(9, WS-POS-COL)
           END-IF.

           IF FH-DESC-SINDICAL NUMERIC
               ADD FH-DESC-SINDICAL    TO LN-VALOR(10, WS-POS-COL)
           END-IF.

           IF FH-AFASTAMENTO NUMERIC
               ADD FH-AFASTAMENTO      TO LN-VALOR(15, WS-POS-COL)
           END-IF.

           IF FH-OUTRAS-VERBAS NUMERIC
               ADD FH-OUTRAS-VERBAS    TO LN-VALOR(16, WS-POS-COL)
           END-IF.
      *--------------------------------------------------------------*
      *    O LANCAMENTO DE RUBRICA VAI PARA A COLUNA DA FOLHA NORMAL
      *    DA COMPETENCIA, QUE E A QUE O CONSOME.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-RUBRICA.

           READ RUBRICAS-LANC.

           IF NOT FLAG-RUBRICAS-LANC-EOF
               IF RL-COMP-ANO = WS-ANO-FICHA
               AND RL-PRONTUARIO = FC-PRONTUARIO(WS-IDX-FUNC)
                   MOVE RL-COMP-MES TO WS-BUSCA-MES
                   MOVE "N"         TO WS-BUSCA-TIPO
                   MOVE ZEROS       TO WS-BUSCA-SEQ
                   PERFORM LOCALIZAR-COLUNA

                   MOVE RL-CODIGO TO WS-CODIGO-BUSCA
                   PERFORM LOCALIZAR-LINHA-RUBRICA

                   IF FLAG-COLUNA-ACHADA AND FLAG-LINHA-ACHADA
                       ADD RL-VALOR TO LN-VALOR(WS-POS-LIN, WS-POS-COL)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    CHAVE DE ORDENACAO: MES, TIPO (NORMAL, SUPLEMENTAR, 13o,
      *    PLR) E SEQUENCIA.
      *--------------------------------------------------------------*
       LOCALIZAR-COLUNA.
           EVALUATE WS-BUSCA-TIPO
               WHEN "S"
                   MOVE 2 TO WS-BUSCA-RANK
               WHEN "D"
                   MOVE 3 TO WS-BUSCA-RANK
               WHEN "P"
                   MOVE 4 TO WS-BUSCA-RANK
               WHEN OTHER
                   MOVE 1 TO WS-BUSCA-RANK
           END-EVALUATE.

           COMPUTE WS-CHAVE-BUSCA =
               WS-BUSCA-MES * 1000 + WS-BUSCA-RANK * 100
             + WS-BUSCA-SEQ.

           MOVE ZEROS TO WS-POS-COL.

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
           UNTIL WS-IDX-COL > WS-TOTAL-COLUNAS

               IF CL-CHAVE(WS-IDX-COL) = WS-CHAVE-BUSCA
                   MOVE WS-IDX-COL TO WS-POS-COL
               END-IF
           END-PERFORM.

           IF NOT FLAG-COLUNA-ACHADA
               IF WS-TOTAL-COLUNAS >= CONST-LIMITE-COLUNAS
                   DISPLAY "FICHA DO PRONTUARIO "
                       FC-PRONTUARIO(WS-IDX-FUNC)
                       " COM MAIS DE 36 PAGAMENTOS NO ANO"
               ELSE
                   ADD 1 TO WS-TOTAL-COLUNAS
                   MOVE WS-TOTAL-COLUNAS TO WS-POS-COL
                   MOVE WS-CHAVE-BUSCA   TO CL-CHAVE(WS-POS-COL)
                   MOVE WS-BUSCA-MES     TO CL-MES(WS-POS-COL)
                   MOVE WS-BUSCA-TIPO    TO CL-TIPO(WS-POS-COL)
                   MOVE WS-BUSCA-SEQ     TO CL-SEQ(WS-POS-COL)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-LINHA-RUBRICA.
           MOVE ZEROS TO WS-POS-LIN.

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
           UNTIL WS-IDX-LIN > WS-TOTAL-LINHAS

               IF LN-CODIGO(WS-IDX-LIN) = WS-CODIGO-BUSCA
                   MOVE WS-IDX-LIN TO WS-POS-LIN
               END-IF
           END-PERFORM.

           IF NOT FLAG-LINHA-ACHADA
               IF WS-TOTAL-LINHAS >= CONST-LIMITE-LINHAS
                   DISPLAY "FICHA DO PRONTUARIO "
                       FC-PRONTUARIO(WS-IDX-FUNC)
                       " COM RUBRICAS DEMAIS - CODIGO "
                       WS-CODIGO-BUSCA " FORA DA FICHA"
               ELSE
                   ADD 1 TO WS-TOTAL-LINHAS
                   MOVE WS-TOTAL-LINHAS TO WS-POS-LIN
                   MOVE WS-CODIGO-BUSCA TO LN-CODIGO(WS-POS-LIN)
                   MOVE "R"             TO LN-NATUREZA(WS-POS-LIN)
                   PERFORM DESCREVER-LINHA-RUBRICA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       DESCREVER-LINHA-RUBRICA.
           MOVE SPACES TO LN-ROTULO(WS-POS-LIN).

           STRING WS-CODIGO-BUSCA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO LN-ROTULO(WS-POS-LIN).

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > WS-TOTAL-CATALOGO

               IF CT-CODIGO(WS-IDX-CAT) = WS-CODIGO-BUSCA
                   STRING WS-CODIGO-BUSCA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CT-DESCRICAO(WS-IDX-CAT) DELIMITED BY SIZE
                          INTO LN-ROTULO(WS-POS-LIN)
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    ORDENACAO POR SELECAO DOS INDICES DAS COLUNAS.
      *--------------------------------------------------------------*
       ORDENAR-COLUNAS.
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
           UNTIL WS-IDX-A > WS-TOTAL-COLUNAS
               MOVE WS-IDX-A TO ORD-COLUNA(WS-IDX-A)
           END-PERFORM.

           PERFORM ORDENAR-PASSO
           VARYING WS-IDX-A FROM 1 BY 1
           UNTIL WS-IDX-A >= WS-TOTAL-COLUNAS.
      *--------------------------------------------------------------*
       ORDENAR-PASSO.
           MOVE WS-IDX-A TO WS-MENOR.

           PERFORM VARYING WS-IDX-B FROM WS-IDX-A BY 1
           UNTIL WS-IDX-B > WS-TOTAL-COLUNAS

               IF CL-CHAVE(ORD-COLUNA(WS-IDX-B))
                  < CL-CHAVE(ORD-COLUNA(WS-MENOR))
                   MOVE WS-IDX-B TO WS-MENOR
               END-IF
           END-PERFORM.

           IF WS-MENOR NOT = WS-IDX-A
               MOVE ORD-COLUNA(WS-IDX-A)  TO WS-AUX-ORDEM
               MOVE ORD-COLUNA(WS-MENOR)  TO ORD-COLUNA(WS-IDX-A)
               MOVE WS-AUX-ORDEM          TO ORD-COLUNA(WS-MENOR)
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA.
           MOVE ZEROS TO LN-VALOR(WS-IDX-LIN, CONST-COLUNA-TOTAL).

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
           UNTIL WS-IDX-COL > WS-TOTAL-COLUNAS
               ADD LN-VALOR(WS-IDX-LIN, WS-IDX-COL)
                   TO LN-VALOR(WS-IDX-LIN, CONST-COLUNA-TOTAL)
           END-PERFORM.
      *--------------------------------------------------------------*
      *    UMA PAGINA POR BLOCO DE ATE QUATRO COLUNAS. LINHA SEM
      *    VALOR NO ANO NAO E IMPRESSA, EXCETO BRUTO E LIQUIDO.
      *--------------------------------------------------------------*
       IMPRIMIR-BLOCO.
           COMPUTE WS-BLOCO-FIM = WS-BLOCO-INICIO + 3.

           IF WS-BLOCO-FIM > WS-QTD-IMPRESSAS
               MOVE WS-QTD-IMPRESSAS TO WS-BLOCO-FIM
           END-IF.

           MOVE WS-ANO-FICHA TO FI-TIT-ANO.
           WRITE REC-FICHA FROM FI-TITULO
           BEFORE ADVANCING 2 LINES.

           MOVE FC-NOME(WS-IDX-FUNC)       TO FI-REL-NOME.
           MOVE FC-PRONTUARIO(WS-IDX-FUNC) TO FI-REL-PRONTUARIO.
           WRITE REC-FICHA FROM FI-LINHA-FUNC
           BEFORE ADVANCING 2 LINES.

           MOVE SPACES  TO FI-CABEC.

           PERFORM MONTAR-CABECALHO-COLUNA
           VARYING WS-COL-REAL FROM WS-BLOCO-INICIO BY 1
           UNTIL WS-COL-REAL > WS-BLOCO-FIM.

           MOVE "VERBA" TO FI-CABEC(1:20).
           WRITE REC-FICHA FROM FI-CABEC
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-LINHA-FICHA
           VARYING WS-IDX-LIN FROM 1 BY 1
           UNTIL WS-IDX-LIN > WS-TOTAL-LINHAS.

           MOVE SPACES TO REC-FICHA.
           WRITE REC-FICHA BEFORE ADVANCING 1 LINE.

           MOVE SPACES TO FI-DETALHE.
           MOVE "TOTAL PROVENTOS" TO FI-DET-ROTULO.
           PERFORM SOMAR-PROVENTOS-COLUNA
           VARYING WS-COL-REAL FROM WS-BLOCO-INICIO BY 1
           UNTIL WS-COL-REAL > WS-BLOCO-FIM.
           WRITE REC-FICHA FROM FI-DETALHE
           BEFORE ADVANCING 1 LINE.

           MOVE SPACES TO FI-DETALHE.
           MOVE "TOTAL DESCONTOS" TO FI-DET-ROTULO.
           PERFORM SOMAR-DESCONTOS-COLUNA
           VARYING WS-COL-REAL FROM WS-BLOCO-INICIO BY 1
           UNTIL WS-COL-REAL > WS-BLOCO-FIM.
           WRITE REC-FICHA FROM FI-DETALHE
           BEFORE ADVANCING 2 LINES.

           WRITE REC-FICHA FROM FI-RODAPE
           BEFORE ADVANCING PAGE.
      *--------------------------------------------------------------*
       MONTAR-CABECALHO-COLUNA.
           COMPUTE WS-SLOT = WS-COL-REAL - WS-BLOCO-INICIO + 1.
           MOVE ORD-COLUNA(WS-COL-REAL) TO WS-IDX-COL.

           IF WS-IDX-COL = CONST-COLUNA-TOTAL
               MOVE "   TOTAL ANO" TO FI-CAB-COLUNA(WS-SLOT)
           ELSE
               MOVE CL-MES(WS-IDX-COL) TO WS-ROT-MES
               MOVE SPACES             TO WS-ROT-SEQ

               EVALUATE CL-TIPO(WS-IDX-COL)
                   WHEN "S"
                       MOVE "SUPL" TO WS-ROT-TIPO
                       MOVE CL-SEQ(WS-IDX-COL) TO WS-ROT-SEQ
                   WHEN "D"
                       MOVE "13o " TO WS-ROT-TIPO
                       MOVE CL-SEQ(WS-IDX-COL) TO WS-ROT-SEQ
                   WHEN "P"
                       MOVE "PLR " TO WS-ROT-TIPO
                       MOVE CL-SEQ(WS-IDX-COL) TO WS-ROT-SEQ
                   WHEN OTHER
                       MOVE "NORM" TO WS-ROT-TIPO
               END-EVALUATE

               MOVE WS-ROTULO-COLUNA TO FI-CAB-COLUNA(WS-SLOT)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-FICHA.
           IF LN-VALOR(WS-IDX-LIN, CONST-COLUNA-TOTAL) NOT = ZEROS
           OR WS-IDX-LIN = 1
           OR WS-IDX-LIN = 11
               MOVE SPACES                 TO FI-DETALHE
               MOVE LN-ROTULO(WS-IDX-LIN)  TO FI-DET-ROTULO

               PERFORM MOVER-VALOR-LINHA
               VARYING WS-COL-REAL FROM WS-BLOCO-INICIO BY 1
               UNTIL WS-COL-REAL > WS-BLOCO-FIM

               WRITE REC-FICHA FROM FI-DETALHE
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
       MOVER-VALOR-LINHA.
           COMPUTE WS-SLOT = WS-COL-REAL - WS-BLOCO-INICIO + 1.
           MOVE ORD-COLUNA(WS-COL-REAL) TO WS-IDX-COL.

           MOVE LN-VALOR(WS-IDX-LIN, WS-IDX-COL)
               TO FI-DET-VALOR(WS-SLOT).
      *--------------------------------------------------------------*
       SOMAR-PROVENTOS-COLUNA.
           COMPUTE WS-SLOT = WS-COL-REAL - WS-BLOCO-INICIO + 1.
           MOVE ORD-COLUNA(WS-COL-REAL) TO WS-IDX-COL.
           MOVE ZEROS TO WS-TOTAL-COLUNA.

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
           UNTIL WS-IDX-LIN > WS-TOTAL-LINHAS
               IF FLAG-LN-PROVENTO(WS-IDX-LIN)
                   ADD LN-VALOR(WS-IDX-LIN, WS-IDX-COL)
                       TO WS-TOTAL-COLUNA
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-COLUNA TO FI-DET-VALOR(WS-SLOT).
      *--------------------------------------------------------------*
       SOMAR-DESCONTOS-COLUNA.
           COMPUTE WS-SLOT = WS-COL-REAL - WS-BLOCO-INICIO + 1.
           MOVE ORD-COLUNA(WS-COL-REAL) TO WS-IDX-COL.
           MOVE ZEROS TO WS-TOTAL-COLUNA.

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
           UNTIL WS-IDX-LIN > WS-TOTAL-LINHAS
               IF FLAG-LN-DESCONTO(WS-IDX-LIN)
                   ADD LN-VALOR(WS-IDX-LIN, WS-IDX-COL)
                       TO WS-TOTAL-COLUNA
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-COLUNA TO FI-DET-VALOR(WS-SLOT).
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-FICHA"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-FICHA"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="empresa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-EMPRESA==
                ==:DDVAR:==  BY =="DD_EMPRESA"==.
      *--------------------------------------------------------------*
       LER-EMPRESA.
           COPY LER-EMPRESA.
      *--------------------------------------------------------------*
