       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-DESCONTINUADOS.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO DE DESCONTINUADOS COM SALDO: LISTA OS PRODUTOS
      *    JA DESCONTINUADOS NA DATA (SITUACAO "D" COM A DATA DE
      *    VIGENCIA ALCANCADA - VER APURAR-SITUACAO-PRODUTO.cpy) QUE
      *    AINDA TEM ESTOQUE, COM O MOTIVO, A DATA DA DESCONTINUACAO
      *    E O VALOR DO SALDO A CUSTO MEDIO (SEM CUSTO, VALE O PRECO
      *    DE VENDA, COMO EM TP10-GIRO) - O DINHEIRO PARADO EM ITENS
      *    QUE NAO SERAO MAIS COMPRADOS, PARA O COMPRADOR DECIDIR
      *    QUEIMA, DEVOLUCAO AO FORNECEDOR OU BAIXA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           SELECT RELAT-DESCONTINUADOS ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       FD RELAT-DESCONTINUADOS
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-DESCONTINUADOS PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
      *---- VALOR DO SALDO -------------------------------------------*
       77 WS-CUSTO-UNITARIO         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-SALDO            PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOT-VALOR              PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOT-UNIDADES           PIC 9(7)       VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(36) VALUE
           "PRODUTOS DESCONTINUADOS COM SALDO EM".
           05 FILLER PIC X(01) VALUE SPACES.
           05 CAB-DATA PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(06) VALUE "Codigo".
           05 FILLER PIC X(19) VALUE "Descricao".
           05 FILLER PIC X(09) VALUE "Desde".
           05 FILLER PIC X(21) VALUE "Motivo".
           05 FILLER PIC X(06) VALUE "Saldo".
           05 FILLER PIC X(13) VALUE "Valor custo".
       01 DETALHE.
           05 REL-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DESCRICAO PIC X(18).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DESDE PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-MOTIVO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-SALDO PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-VALOR PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           05 FILLER PIC X(10) VALUE "Produtos: ".
           05 TOT-PRODUTOS PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "   Unidades: ".
           05 TOT-UNIDADES PIC Z.ZZZ.ZZ9.
           05 FILLER PIC X(11) VALUE "   Valor:  ".
           05 TOT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-DESCONTINUADOS - descontinuados com saldo".

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
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
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

           DISPLAY "DD_RELAT-DESCONTINUADOS" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT          UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-DESCONTINUADOS.

           MOVE WS-DATA-HOJE TO CAB-DATA.
           WRITE REC-RELAT-DESCONTINUADOS FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-DESCONTINUADOS FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           PERFORM LISTAR-LINHA-PRODUTO WITH TEST BEFORE
           UNTIL FLAG-PRODUTOS-EOF
              OR NOT FLAG-PRODUTOS-SUCESSO.

           CLOSE PRODUTOS.

           MOVE SPACES TO REC-RELAT-DESCONTINUADOS.
           WRITE REC-RELAT-DESCONTINUADOS
           BEFORE ADVANCING 1 LINE.

           MOVE CONTADOR        TO TOT-PRODUTOS.
           MOVE WS-TOT-UNIDADES TO TOT-UNIDADES.
           MOVE WS-TOT-VALOR    TO TOT-VALOR.
           WRITE REC-RELAT-DESCONTINUADOS FROM LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-DESCONTINUADOS.

           STRING "DATA=" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " PRODUTOS=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DESCONTINUADOS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    A LEITURA SEGUE DO REGISTRO DE VERSAO EM DIANTE; SO ENTRA
      *    O DESCONTINUADO JA EM VIGOR QUE AINDA TEM SALDO.
      *--------------------------------------------------------------*
       LISTAR-LINHA-PRODUTO.

           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
           AND FLAG-PRODUTOS-SUCESSO
           AND FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
           AND FD-PROD-QTD-ESTOQUE > ZEROS
               PERFORM APURAR-SITUACAO-PRODUTO

               IF FLAG-VIGENTE-DESCONTINUADO
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    VALOR DO SALDO: QUANTIDADE x CUSTO MEDIO DO MESTRE; SEM
      *    CUSTO APURADO VALE O PRECO DE VENDA, COMO EM TP10-GIRO.
      *--------------------------------------------------------------*
       IMPRIMIR-DETALHE.

           IF FD-PROD-CUSTO-MEDIO > ZEROS
               MOVE FD-PROD-CUSTO-MEDIO TO WS-CUSTO-UNITARIO
           ELSE
               MOVE FD-PROD-VALOR TO WS-CUSTO-UNITARIO
           END-IF.

           COMPUTE WS-VALOR-SALDO ROUNDED =
               FD-PROD-QTD-ESTOQUE * WS-CUSTO-UNITARIO.

           MOVE FD-PROD-CODIGO          TO REL-CODIGO.
           MOVE FD-PROD-DESCRICAO       TO REL-DESCRICAO.
           MOVE FD-PROD-DATA-SITUACAO   TO REL-DESDE.
           MOVE FD-PROD-MOTIVO-SITUACAO TO REL-MOTIVO.
           MOVE FD-PROD-QTD-ESTOQUE     TO REL-SALDO.
           MOVE WS-VALOR-SALDO          TO REL-VALOR.

           WRITE REC-RELAT-DESCONTINUADOS FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           ADD 1                   TO CONTADOR.
           ADD FD-PROD-QTD-ESTOQUE TO WS-TOT-UNIDADES.
           ADD WS-VALOR-SALDO      TO WS-TOT-VALOR.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       VERIFICAR-VERSAO-PRODUTOS-MESTRE.
           COPY VERIFICAR-VERSAO-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-DESC"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-DESC"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
