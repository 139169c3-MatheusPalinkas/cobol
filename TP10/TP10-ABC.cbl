       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-ABC.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CLASSIFICACAO ABC (PARETO) MENSAL DOS PRODUTOS: SOMA A
      *    RECEITA LIQUIDA DE vendas.dat (DEVOLUCOES JA ABATIDAS) NO
      *    PERIODO INFORMADO, ORDENA OS PRODUTOS DE CADA SETOR DA
      *    MAIOR PARA A MENOR RECEITA E ATRIBUI A CLASSE PELO
      *    PERCENTUAL ACUMULADO NO SETOR: A ATE O CORTE A (PADRAO
      *    80%), B ATE O CORTE B (PADRAO 95%), C O RESTANTE E OS
      *    ITENS SEM RECEITA. A CLASSE E GRAVADA NO MESTRE
      *    (FD-PROD-CLASSE-ABC) PARA OS DEMAIS RELATORIOS FILTRAREM
      *    POR ELA, E O RELATORIO MARCA OS PRODUTOS CUJA CLASSE
      *    MUDOU DESDE A RODADA ANTERIOR. SEM PERIODO INFORMADO,
      *    CLASSIFICA O MES ANTERIOR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY VENDA-SELECT.

           SELECT SD-ABC ASSIGN TO DISK.

           SELECT RELAT-ABC ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY PRODLOCK-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY VENDA-FD.

       SD SD-ABC.
       01 SD-REG-ABC.
           05 SD-AB-SETOR           PIC X(2).
           05 SD-AB-RECEITA         PIC 9(9)V9(2).
           05 SD-AB-CODIGO          PIC X(5).

       FD RELAT-ABC
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-ABC PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY PRODLOCK-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY VENDA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY PRODLOCK-STATUS.
      *    O LOTE NAO TEM LOGIN DE OPERADOR; A TRAVA DO MESTRE E
      *    ASSINADA COM O NOME DO PROPRIO PROGRAMA.
       77 WS-LOGIN-ID               PIC X(10)      VALUE "TP10-ABC".
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
      *---- PERIODO E CORTES -----------------------------------------*
       01 WS-DATA-INICIAL.
           05 WS-INI-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-INI-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-INI-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-INICIAL-NUM REDEFINES WS-DATA-INICIAL
                                    PIC 9(8).
       01 WS-DATA-FINAL.
           05 WS-FIM-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-FIM-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-FIM-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-FINAL-NUM REDEFINES WS-DATA-FINAL
                                    PIC 9(8).
       77 WS-CORTE-A                PIC 9(3)       VALUE 80.
       77 WS-CORTE-B                PIC 9(3)       VALUE 95.
      *---- RECEITA POR PRODUTO --------------------------------------*
       77 CONST-LIMITE-PRODUTOS     PIC 9(4)       VALUE 999.
       77 WS-TOTAL-PRODUTOS         PIC 9(4)       VALUE ZEROS.
       77 WS-POS-PRODUTO            PIC 9(4)       VALUE ZEROS.
           88 FLAG-PRODUTO-NA-TABELA VALUE 1 THRU 999.
       77 WS-IDX                    PIC 9(4)       VALUE ZEROS.
       77 WS-TABELA-EXCEDIDA        PIC X          VALUE "N".
           88 FLAG-TABELA-EXCEDIDA                 VALUE "S".
       01 TB-RECEITAS.
           02 RECEITA-ITEM OCCURS 999 TIMES.
               10 TB-AB-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-AB-SETOR       PIC X(2)       VALUE SPACES.
               10 TB-AB-RECEITA     PIC S9(9)V9(2) VALUE ZEROS.
      *---- TOTAIS POR SETOR -----------------------------------------*
       77 CONST-LIMITE-SETORES      PIC 9(2)       VALUE 30.
       77 WS-TOTAL-SETORES          PIC 9(2)       VALUE ZEROS.
       77 WS-POS-SETOR              PIC 9(2)       VALUE ZEROS.
           88 FLAG-SETOR-NA-TABELA  VALUE 1 THRU 30.
       77 WS-IDX-SETOR              PIC 9(2)       VALUE ZEROS.
       01 TB-SETORES.
           02 SETOR-ITEM OCCURS 30 TIMES.
               10 TB-ST-SETOR       PIC X(2)       VALUE SPACES.
               10 TB-ST-RECEITA     PIC 9(11)V9(2) VALUE ZEROS.
      *---- QUEBRA POR SETOR NA IMPRESSAO ----------------------------*
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
       77 WS-SETOR-ATUAL            PIC X(2)       VALUE HIGH-VALUES.
       77 WS-ACUMULADO-SETOR        PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-PERC-ANTERIOR          PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-PERC-ACUMULADO         PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-PERC-PARTICIPACAO      PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-QTD-A-SETOR            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-B-SETOR            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-C-SETOR            PIC 9(4)       VALUE ZEROS.
       77 WS-CLASSE-NOVA            PIC X          VALUE SPACES.
       77 WS-CLASSE-ANTERIOR        PIC X          VALUE SPACES.
       77 WS-QTD-MUDARAM            PIC 9(5)       VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(30) VALUE "CLASSIFICACAO ABC - PERIODO ".
           05 CAB-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-FINAL PIC 9(8).
           05 FILLER PIC X(9) VALUE "  CORTES ".
           05 CAB-CORTE-A PIC ZZ9.
           05 FILLER PIC X(2) VALUE "%/".
           05 CAB-CORTE-B PIC ZZ9.
           05 FILLER PIC X VALUE "%".
       01 CABEC2.
           05 FILLER PIC X(07) VALUE "Codigo".
           05 FILLER PIC X(26) VALUE "Descricao".
           05 FILLER PIC X(14) VALUE "      Receita".
           05 FILLER PIC X(07) VALUE " %Part".
           05 FILLER PIC X(08) VALUE " %Acum".
           05 FILLER PIC X(04) VALUE "Cl.".
           05 FILLER PIC X(04) VALUE "Ant".
           05 FILLER PIC X(05) VALUE "Obs.".
       01 LINHA-SETOR.
           05 FILLER PIC X(6) VALUE "SETOR ".
           05 SET-CODIGO PIC X(2).
           05 FILLER PIC X(17) VALUE "  RECEITA TOTAL: ".
           05 SET-RECEITA PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 DETALHE.
           05 REL-CODIGO PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-DESCRICAO PIC X(25).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-RECEITA PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PARTICIPACAO PIC ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ACUMULADO PIC ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-CLASSE PIC X.
           05 FILLER PIC X(03) VALUE SPACES.
           05 REL-ANTERIOR PIC X.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-OBSERVACAO PIC X(07).
       01 LINHA-SETOR-TOTAL.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "CLASSE A: ".
           05 TOT-QTD-A PIC ZZZ9.
           05 FILLER PIC X(13) VALUE "   CLASSE B: ".
           05 TOT-QTD-B PIC ZZZ9.
           05 FILLER PIC X(13) VALUE "   CLASSE C: ".
           05 TOT-QTD-C PIC ZZZ9.
       01 LINHA-MUDARAM.
           05 FILLER PIC X(32) VALUE
              "PRODUTOS QUE MUDARAM DE CLASSE: ".
           05 TOT-MUDARAM PIC ZZZZ9.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-ABC - classificacao ABC dos produtos".

           10   LINE 06   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Data inicial (AAAAMMDD, zero = mes anterior):".
           10 SC-DATA-INICIAL       LINE + 0  COLUMN 57
           USING WS-DATA-INICIAL-NUM.

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Data final   (AAAAMMDD):".
           10 SC-DATA-FINAL         LINE + 0  COLUMN 57
           USING WS-DATA-FINAL-NUM.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Corte da classe A em % acumulado (padrao 80):".
           10 SC-CORTE-A            LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-CORTE-A.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Corte da classe B em % acumulado (padrao 95):".
           10 SC-CORTE-B            LINE + 0  COLUMN 57  PIC ZZ9
           USING WS-CORTE-B.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 15   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

      *    TRAVA DE ESCRITOR UNICO DO MESTRE.
           PERFORM TRAVAR-PRODUTOS-MESTRE.

           IF FLAG-TRAVA-OCUPADA
               DISPLAY "MESTRE EM USO POR " TL-OPERADOR
               DISPLAY "CLASSIFICACAO NAO GRAVADA - TENTE MAIS TARDE"

               STRING "TRAVA COM=" DELIMITED BY SIZE
                      TL-OPERADOR DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "CLASSIFICACAO NAO GRAVADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               STOP RUN
           END-IF.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN I-O PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               PERFORM LIBERAR-PRODUTOS-MESTRE
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-VERSAO-PRODUTOS-MESTRE.

           IF NOT FLAG-VERSAO-OK
               CLOSE PRODUTOS
               PERFORM LIBERAR-PRODUTOS-MESTRE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-PRODUTOS.

      *    COM MAIS PRODUTOS OU SETORES DO QUE CABE NAS TABELAS, OS
      *    PERCENTUAIS SAIRIAM SOBRE UMA RECEITA INCOMPLETA E A
      *    CLASSE GRAVADA NO MESTRE FICARIA ERRADA: A RODADA E
      *    RECUSADA.
           IF FLAG-TABELA-EXCEDIDA
               DISPLAY "PRODUTOS OU SETORES EXCEDEM AS TABELAS"
               DISPLAY "CLASSIFICACAO NAO GRAVADA"

               MOVE "TABELAS EXCEDIDAS" TO WS-AUD-PARAMETROS
               MOVE "CLASSIFICACAO NAO GRAVADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               CLOSE PRODUTOS
               PERFORM LIBERAR-PRODUTOS-MESTRE
               STOP RUN
           END-IF.

           PERFORM SOMAR-RECEITA-VENDAS.
           PERFORM TOTALIZAR-SETORES.
           PERFORM IMPRIMIR-CLASSIFICACAO.

           CLOSE PRODUTOS.
           PERFORM LIBERAR-PRODUTOS-MESTRE.

           DISPLAY "PRODUTOS CLASSIFICADOS:  " CONTADOR.
           DISPLAY "MUDARAM DE CLASSE:       " WS-QTD-MUDARAM.

           STRING "PERIODO=" DELIMITED BY SIZE
                  WS-DATA-INICIAL-NUM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATA-FINAL-NUM DELIMITED BY SIZE
                  " ITENS=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  " MUDOU=" DELIMITED BY SIZE
                  WS-QTD-MUDARAM DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CLASSIFICACAO ABC GRAVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-DATA-INICIAL.
           ACCEPT SC-DATA-FINAL.
           ACCEPT SC-CORTE-A.
           ACCEPT SC-CORTE-B.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-DATA-INICIAL-NUM = ZEROS
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.

           IF WS-CORTE-A = ZEROS
               MOVE 80 TO WS-CORTE-A
           END-IF.

           IF WS-CORTE-B = ZEROS
               MOVE 95 TO WS-CORTE-B
           END-IF.

           IF WS-DATA-FINAL-NUM < WS-DATA-INICIAL-NUM
           OR WS-CORTE-B NOT > WS-CORTE-A
           OR WS-CORTE-B > 100
               DISPLAY "Periodo ou cortes invalidos - informe "
                   "novamente" AT 1710 FOREGROUND-COLOR 6
               MOVE ZEROS TO WS-DATA-INICIAL-NUM WS-DATA-FINAL-NUM
               MOVE 80    TO WS-CORTE-A
               MOVE 95    TO WS-CORTE-B
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
      *    O FECHAMENTO MENSAL RODA NO INICIO DO MES SEGUINTE: SEM
      *    PERIODO INFORMADO, VALE DO DIA 1 AO DIA 31 DO MES
      *    ANTERIOR (O DIA 31 SO SERVE COMO LIMITE DA COMPARACAO).
      *--------------------------------------------------------------*
       CALCULAR-MES-ANTERIOR.

           ACCEPT WS-DATA-INICIAL-NUM FROM DATE YYYYMMDD.

           IF WS-INI-MES = 1
               MOVE 12 TO WS-INI-MES
               SUBTRACT 1 FROM WS-INI-ANO
           ELSE
               SUBTRACT 1 FROM WS-INI-MES
           END-IF.

           MOVE 1 TO WS-INI-DIA.

           MOVE WS-DATA-INICIAL-NUM TO WS-DATA-FINAL-NUM.
           MOVE 31 TO WS-FIM-DIA.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VENDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
      *    TODO PRODUTO DO MESTRE ENTRA NA TABELA, MESMO SEM VENDA NO
      *    PERIODO: SEM RECEITA ELE E CLASSE C E TAMBEM E GRAVADO.
      *--------------------------------------------------------------*
       CARREGAR-PRODUTOS.

           PERFORM CARREGAR-LINHA-PRODUTO WITH TEST BEFORE
           UNTIL FLAG-PRODUTOS-EOF
           OR FLAG-TABELA-EXCEDIDA.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PRODUTO.

           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
           AND FLAG-PRODUTOS-SUCESSO
               IF FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
                   IF WS-TOTAL-PRODUTOS >= CONST-LIMITE-PRODUTOS
                       MOVE "S" TO WS-TABELA-EXCEDIDA
                   ELSE
                       ADD 1 TO WS-TOTAL-PRODUTOS
                       MOVE FD-PROD-CODIGO
                           TO TB-AB-CODIGO(WS-TOTAL-PRODUTOS)
                       MOVE FD-PROD-SETOR
                           TO TB-AB-SETOR(WS-TOTAL-PRODUTOS)
                       MOVE ZEROS
                           TO TB-AB-RECEITA(WS-TOTAL-PRODUTOS)
                       PERFORM REGISTRAR-SETOR
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-SETOR.

           PERFORM LOCALIZAR-SETOR.

           IF NOT FLAG-SETOR-NA-TABELA
               IF WS-TOTAL-SETORES >= CONST-LIMITE-SETORES
                   MOVE "S" TO WS-TABELA-EXCEDIDA
               ELSE
                   ADD 1 TO WS-TOTAL-SETORES
                   MOVE FD-PROD-SETOR
                       TO TB-ST-SETOR(WS-TOTAL-SETORES)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-SETOR.

           MOVE ZEROS TO WS-POS-SETOR.

           PERFORM VARYING WS-IDX-SETOR FROM 1 BY 1
           UNTIL WS-IDX-SETOR > WS-TOTAL-SETORES

               IF TB-ST-SETOR(WS-IDX-SETOR) = FD-PROD-SETOR
                   MOVE WS-IDX-SETOR TO WS-POS-SETOR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SOMAR-RECEITA-VENDAS.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM SOMAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
      *    VENDA E DEVOLUCAO ENTRAM JUNTAS: A DEVOLUCAO E RECEITA
      *    NEGATIVA E JA ABATE O QUE FOI VENDIDO.
      *--------------------------------------------------------------*
       SOMAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
           AND VD-DATA >= WS-DATA-INICIAL-NUM
           AND VD-DATA <= WS-DATA-FINAL-NUM
               PERFORM LOCALIZAR-PRODUTO

               IF FLAG-PRODUTO-NA-TABELA
                   ADD VD-VALOR-TOTAL
                       TO TB-AB-RECEITA(WS-POS-PRODUTO)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-PRODUTO.

           MOVE ZEROS TO WS-POS-PRODUTO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PRODUTOS

               IF TB-AB-CODIGO(WS-IDX) = VD-CODIGO
                   MOVE WS-IDX TO WS-POS-PRODUTO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    PRODUTO COM MAIS DEVOLUCAO DO QUE VENDA NO PERIODO FICA
      *    COM RECEITA ZERO, PARA NAO DISTORCER OS PERCENTUAIS.
      *--------------------------------------------------------------*
       TOTALIZAR-SETORES.

           PERFORM TOTALIZAR-LINHA-PRODUTO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PRODUTOS.
      *--------------------------------------------------------------*
       TOTALIZAR-LINHA-PRODUTO.

           IF TB-AB-RECEITA(WS-IDX) < ZEROS
               MOVE ZEROS TO TB-AB-RECEITA(WS-IDX)
           END-IF.

           MOVE TB-AB-SETOR(WS-IDX) TO FD-PROD-SETOR.
           PERFORM LOCALIZAR-SETOR.

           IF FLAG-SETOR-NA-TABELA
               ADD TB-AB-RECEITA(WS-IDX) TO TB-ST-RECEITA(WS-POS-SETOR)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-CLASSIFICACAO.

           DISPLAY "DD_RELAT-ABC"    UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-ABC.

           MOVE WS-DATA-INICIAL-NUM TO CAB-INICIAL.
           MOVE WS-DATA-FINAL-NUM   TO CAB-FINAL.
           MOVE WS-CORTE-A          TO CAB-CORTE-A.
           MOVE WS-CORTE-B          TO CAB-CORTE-B.
           WRITE REC-RELAT-ABC FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-ABC FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           SORT SD-ABC
               ON ASCENDING  KEY SD-AB-SETOR
               ON DESCENDING KEY SD-AB-RECEITA
               ON ASCENDING  KEY SD-AB-CODIGO
               INPUT PROCEDURE IS LIBERAR-RECEITAS
               OUTPUT PROCEDURE IS CLASSIFICAR-ORDENADOS.

           MOVE WS-QTD-MUDARAM TO TOT-MUDARAM.
           WRITE REC-RELAT-ABC FROM LINHA-MUDARAM
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-ABC.
      *--------------------------------------------------------------*
       LIBERAR-RECEITAS.

           PERFORM LIBERAR-LINHA-RECEITA
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PRODUTOS.
      *--------------------------------------------------------------*
       LIBERAR-LINHA-RECEITA.

           MOVE TB-AB-SETOR(WS-IDX)   TO SD-AB-SETOR.
           MOVE TB-AB-RECEITA(WS-IDX) TO SD-AB-RECEITA.
           MOVE TB-AB-CODIGO(WS-IDX)  TO SD-AB-CODIGO.

           RELEASE SD-REG-ABC.
      *--------------------------------------------------------------*
       CLASSIFICAR-ORDENADOS.

           MOVE "N" TO WS-FIM-ORDENADO.
           MOVE HIGH-VALUES TO WS-SETOR-ATUAL.

           PERFORM CLASSIFICAR-LINHA-ORDENADA WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.

           IF WS-SETOR-ATUAL NOT = HIGH-VALUES
               PERFORM IMPRIMIR-TOTAL-SETOR
           END-IF.
      *--------------------------------------------------------------*
       CLASSIFICAR-LINHA-ORDENADA.

           RETURN SD-ABC
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               IF SD-AB-SETOR NOT = WS-SETOR-ATUAL
                   PERFORM INICIAR-SETOR
               END-IF

               PERFORM CALCULAR-CLASSE
               PERFORM GRAVAR-CLASSE-PRODUTO
               PERFORM IMPRIMIR-LINHA-PRODUTO
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-SETOR.

           IF WS-SETOR-ATUAL NOT = HIGH-VALUES
               PERFORM IMPRIMIR-TOTAL-SETOR
           END-IF.

           MOVE SD-AB-SETOR TO WS-SETOR-ATUAL FD-PROD-SETOR.
           PERFORM LOCALIZAR-SETOR.

           MOVE ZEROS TO WS-ACUMULADO-SETOR
                         WS-QTD-A-SETOR WS-QTD-B-SETOR WS-QTD-C-SETOR.

           MOVE SD-AB-SETOR                TO SET-CODIGO.
           MOVE TB-ST-RECEITA(WS-POS-SETOR) TO SET-RECEITA.
           WRITE REC-RELAT-ABC FROM LINHA-SETOR
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
      *    A CLASSE SAI DO PERCENTUAL ACUMULADO ANTES DO ITEM: O
      *    PRODUTO QUE CRUZA O CORTE AINDA PERTENCE A CLASSE DE
      *    CIMA, E O PRIMEIRO DO SETOR E SEMPRE A (SE VENDEU).
      *--------------------------------------------------------------*
       CALCULAR-CLASSE.

           MOVE ZEROS TO WS-PERC-ANTERIOR WS-PERC-ACUMULADO
                         WS-PERC-PARTICIPACAO.

           IF TB-ST-RECEITA(WS-POS-SETOR) > ZEROS
               COMPUTE WS-PERC-ANTERIOR ROUNDED =
                   WS-ACUMULADO-SETOR * 100
                   / TB-ST-RECEITA(WS-POS-SETOR)
               COMPUTE WS-PERC-PARTICIPACAO ROUNDED =
                   SD-AB-RECEITA * 100
                   / TB-ST-RECEITA(WS-POS-SETOR)
               ADD SD-AB-RECEITA TO WS-ACUMULADO-SETOR
               COMPUTE WS-PERC-ACUMULADO ROUNDED =
                   WS-ACUMULADO-SETOR * 100
                   / TB-ST-RECEITA(WS-POS-SETOR)
           END-IF.

           EVALUATE TRUE
               WHEN SD-AB-RECEITA = ZEROS
                   MOVE "C" TO WS-CLASSE-NOVA
                   ADD 1 TO WS-QTD-C-SETOR
               WHEN WS-PERC-ANTERIOR < WS-CORTE-A
                   MOVE "A" TO WS-CLASSE-NOVA
                   ADD 1 TO WS-QTD-A-SETOR
               WHEN WS-PERC-ANTERIOR < WS-CORTE-B
                   MOVE "B" TO WS-CLASSE-NOVA
                   ADD 1 TO WS-QTD-B-SETOR
               WHEN OTHER
                   MOVE "C" TO WS-CLASSE-NOVA
                   ADD 1 TO WS-QTD-C-SETOR
           END-EVALUATE.
      *--------------------------------------------------------------*
       GRAVAR-CLASSE-PRODUTO.

           MOVE SD-AB-CODIGO TO FD-PROD-CODIGO.
           READ PRODUTOS.

           MOVE SPACES TO WS-CLASSE-ANTERIOR.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE FD-PROD-CLASSE-ABC TO WS-CLASSE-ANTERIOR
               MOVE WS-CLASSE-NOVA     TO FD-PROD-CLASSE-ABC
               REWRITE REG-PRODUTO
           ELSE
               MOVE SPACES TO FD-PROD-DESCRICAO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-PRODUTO.

           MOVE SD-AB-CODIGO         TO REL-CODIGO.
           MOVE FD-PROD-DESCRICAO    TO REL-DESCRICAO.
           MOVE SD-AB-RECEITA        TO REL-RECEITA.
           MOVE WS-PERC-PARTICIPACAO TO REL-PARTICIPACAO.
           MOVE WS-PERC-ACUMULADO    TO REL-ACUMULADO.
           MOVE WS-CLASSE-NOVA       TO REL-CLASSE.
           MOVE WS-CLASSE-ANTERIOR   TO REL-ANTERIOR.

      *    SEM CLASSE ANTERIOR E A PRIMEIRA CLASSIFICACAO DO ITEM,
      *    NAO UMA MUDANCA.
           EVALUATE TRUE
               WHEN WS-CLASSE-ANTERIOR = SPACES
                   MOVE "NOVO"  TO REL-OBSERVACAO
               WHEN WS-CLASSE-ANTERIOR NOT = WS-CLASSE-NOVA
                   MOVE "MUDOU" TO REL-OBSERVACAO
                   ADD 1 TO WS-QTD-MUDARAM
               WHEN OTHER
                   MOVE SPACES  TO REL-OBSERVACAO
           END-EVALUATE.

           WRITE REC-RELAT-ABC FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           ADD 1 TO CONTADOR.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL-SETOR.

           MOVE WS-QTD-A-SETOR TO TOT-QTD-A.
           MOVE WS-QTD-B-SETOR TO TOT-QTD-B.
           MOVE WS-QTD-C-SETOR TO TOT-QTD-C.

           WRITE REC-RELAT-ABC FROM LINHA-SETOR-TOTAL
           BEFORE ADVANCING 2 LINES.
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
                                        BY =="TP10-ABC"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-ABC"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
