       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-VALIDADE.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO DIARIO DE VALIDADE: LE O SALDO POR LOTE
      *    (estoque_lotes.dat, ALIMENTADO PELOS RECEBIMENTOS DE
      *    TP10-MOVTO E TP10-PEDIDOS E CONSUMIDO PELAS SAIDAS) E
      *    LISTA, NA ORDEM DA VALIDADE, OS LOTES JA VENCIDOS E OS
      *    QUE VENCEM NOS PROXIMOS N DIAS, COM O VALOR DO SALDO A
      *    CUSTO MEDIO (SEM CUSTO, VALE O PRECO DE VENDA, COMO EM
      *    TP10-GIRO) - A LISTA PARA REMARCAR OU BAIXAR O PRODUTO
      *    ANTES QUE ELE CHEGUE VENCIDO A GONDOLA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY LOTE-SELECT.

           SELECT SD-LOTES ASSIGN TO DISK.

           SELECT RELAT-VALIDADE ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY LOTE-FD.

       SD SD-LOTES.
       01 SD-REG-LOTE.
           05 SD-LT-VALIDADE        PIC 9(8).
           05 SD-LT-CODIGO          PIC X(5).
           05 SD-LT-LOTE            PIC X(10).
           05 SD-LT-SALDO           PIC 9(5).

       FD RELAT-VALIDADE
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-VALIDADE PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY LOTE-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-DIAS-AVISO             PIC 9(3)       VALUE 30.
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-LIMITE            PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-LIMITE-INT        PIC 9(8)       VALUE ZEROS.
       77 WS-DIAS-RESTANTES         PIC S9(7)      VALUE ZEROS.
       77 WS-DIAS-EDITADO           PIC ZZZZZZ9    VALUE ZEROS.
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
      *---- VALOR DO LOTE --------------------------------------------*
       77 WS-CUSTO-UNITARIO         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-LOTE             PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOT-VENCIDO            PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOT-A-VENCER           PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-QTD-VENCIDO            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-A-VENCER           PIC 9(4)       VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(31) VALUE "LOTES VENCIDOS E A VENCER ATE ".
           05 CAB-DIAS PIC ZZ9.
           05 FILLER PIC X(09) VALUE " DIAS EM ".
           05 CAB-DATA PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(06) VALUE "Codigo".
           05 FILLER PIC X(21) VALUE "Descricao".
           05 FILLER PIC X(11) VALUE "Lote".
           05 FILLER PIC X(09) VALUE "Validade".
           05 FILLER PIC X(08) VALUE "Dias".
           05 FILLER PIC X(06) VALUE "Saldo".
           05 FILLER PIC X(13) VALUE "Valor custo".
       01 DETALHE.
           05 REL-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DESCRICAO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-LOTE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-VALIDADE PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DIAS PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-SALDO PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-VALOR PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL-VENCIDO.
           05 FILLER PIC X(16) VALUE "Lotes vencidos: ".
           05 TOT-QTD-VENCIDO PIC ZZZ9.
           05 FILLER PIC X(11) VALUE "   Valor:  ".
           05 TOT-VENCIDO PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL-A-VENCER.
           05 FILLER PIC X(16) VALUE "Lotes a vencer: ".
           05 TOT-QTD-A-VENCER PIC ZZZ9.
           05 FILLER PIC X(11) VALUE "   Valor:  ".
           05 TOT-A-VENCER PIC ZZZ.ZZZ.ZZ9,99.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-VALIDADE - lotes vencidos e a vencer".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Vencendo nos proximos dias (padrao 30):".
           10 SC-DIAS               LINE + 0  COLUMN 51  PIC ZZ9
           USING WS-DIAS-AVISO.

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
           PERFORM CALCULAR-DATA-LIMITE.
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-DIAS.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-DIAS-AVISO = ZEROS
               MOVE 30 TO WS-DIAS-AVISO
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-DATA-LIMITE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           COMPUTE WS-DATA-LIMITE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
             + WS-DIAS-AVISO.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DATA-LIMITE-INT).
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-LOTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="estoque_lotes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-LOTES==
                ==:DDVAR:==  BY =="DD_ESTOQUE-LOTES"==.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               STOP RUN
           END-IF.

           DISPLAY "DD_RELAT-VALIDADE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT    UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-VALIDADE.

           MOVE WS-DIAS-AVISO TO CAB-DIAS.
           MOVE WS-DATA-HOJE  TO CAB-DATA.
           WRITE REC-RELAT-VALIDADE FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-VALIDADE FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           SORT SD-LOTES
               ON ASCENDING KEY SD-LT-VALIDADE SD-LT-CODIGO
               INPUT PROCEDURE IS SELECIONAR-LOTES
               OUTPUT PROCEDURE IS IMPRIMIR-LOTES-ORDENADOS.

           CLOSE PRODUTOS.

           WRITE REC-RELAT-VALIDADE FROM SPACES
           BEFORE ADVANCING 1 LINE.

           MOVE WS-QTD-VENCIDO  TO TOT-QTD-VENCIDO.
           MOVE WS-TOT-VENCIDO  TO TOT-VENCIDO.
           WRITE REC-RELAT-VALIDADE FROM LINHA-TOTAL-VENCIDO
           BEFORE ADVANCING 1 LINE.

           MOVE WS-QTD-A-VENCER TO TOT-QTD-A-VENCER.
           MOVE WS-TOT-A-VENCER TO TOT-A-VENCER.
           WRITE REC-RELAT-VALIDADE FROM LINHA-TOTAL-A-VENCER
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-VALIDADE.

           STRING "DIAS=" DELIMITED BY SIZE
                  WS-DIAS-AVISO DELIMITED BY SIZE
                  " LOTES=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE VALIDADE GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    SO ENTRAM OS LOTES COM SALDO QUE VENCEM ATE A DATA LIMITE
      *    (HOJE + N DIAS), INCLUSIVE OS JA VENCIDOS.
      *--------------------------------------------------------------*
       SELECIONAR-LOTES.

           MOVE SPACES TO WS-STATUS-LOTES.
           PERFORM OBTER-CAMINHO-LOTES.

           OPEN INPUT LOTES.

           IF FLAG-LOTES-SUCESSO
               PERFORM SELECIONAR-LINHA-LOTE WITH TEST BEFORE
               UNTIL FLAG-LOTES-EOF
               CLOSE LOTES
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-LINHA-LOTE.

           READ LOTES.

           IF NOT FLAG-LOTES-EOF
           AND LT-SALDO > ZEROS
           AND LT-VALIDADE <= WS-DATA-LIMITE
               MOVE LT-VALIDADE TO SD-LT-VALIDADE
               MOVE LT-CODIGO   TO SD-LT-CODIGO
               MOVE LT-LOTE     TO SD-LT-LOTE
               MOVE LT-SALDO    TO SD-LT-SALDO

               RELEASE SD-REG-LOTE
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LOTES-ORDENADOS.

           MOVE "N" TO WS-FIM-ORDENADO.

           PERFORM IMPRIMIR-LINHA-LOTE WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-LOTE.

           RETURN SD-LOTES
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               PERFORM VALORIZAR-LOTE

               MOVE SD-LT-CODIGO   TO REL-CODIGO
               MOVE SD-LT-LOTE     TO REL-LOTE
               MOVE SD-LT-VALIDADE TO REL-VALIDADE
               MOVE SD-LT-SALDO    TO REL-SALDO
               MOVE WS-VALOR-LOTE  TO REL-VALOR

               IF SD-LT-VALIDADE < WS-DATA-HOJE
                   MOVE "VENCIDO" TO REL-DIAS
                   ADD 1 TO WS-QTD-VENCIDO
                   ADD WS-VALOR-LOTE TO WS-TOT-VENCIDO
               ELSE
                   COMPUTE WS-DIAS-RESTANTES =
                       FUNCTION INTEGER-OF-DATE(SD-LT-VALIDADE)
                     - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDITADO
                   MOVE WS-DIAS-EDITADO   TO REL-DIAS
                   ADD 1 TO WS-QTD-A-VENCER
                   ADD WS-VALOR-LOTE TO WS-TOT-A-VENCER
               END-IF

               WRITE REC-RELAT-VALIDADE FROM DETALHE
               BEFORE ADVANCING 1 LINE

               ADD 1 TO CONTADOR
           END-IF.
      *--------------------------------------------------------------*
      *    VALOR DO LOTE: SALDO x CUSTO MEDIO DO MESTRE; SEM CUSTO
      *    APURADO VALE O PRECO DE VENDA, COMO EM TP10-GIRO.
      *--------------------------------------------------------------*
       VALORIZAR-LOTE.

           MOVE SD-LT-CODIGO TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE FD-PROD-DESCRICAO TO REL-DESCRICAO

               IF FD-PROD-CUSTO-MEDIO > ZEROS
                   MOVE FD-PROD-CUSTO-MEDIO TO WS-CUSTO-UNITARIO
               ELSE
                   MOVE FD-PROD-VALOR TO WS-CUSTO-UNITARIO
               END-IF
           ELSE
               MOVE "NAO CADASTRADO" TO REL-DESCRICAO
               MOVE ZEROS TO WS-CUSTO-UNITARIO
           END-IF.

           COMPUTE WS-VALOR-LOTE ROUNDED =
               SD-LT-SALDO * WS-CUSTO-UNITARIO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-VALID"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-VALID"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
