       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-LIVRO-FISCAL.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    LIVRO FISCAL MENSAL DAS SAIDAS: LE vendas.dat NO PERIODO
      *    INFORMADO E APURA, LINHA A LINHA, A BASE E O ICMS, PIS E
      *    COFINS PELO GRUPO FISCAL GRAVADO NA VENDA (LINHAS ANTIGAS
      *    SEM O GRUPO USAM O GRUPO ATUAL DO PRODUTO). AS DEVOLUCOES
      *    SAO LINHAS NEGATIVAS E ABATEM BASE E IMPOSTO. O RELATORIO
      *    SAI POR SETOR, COM UMA LINHA POR GRUPO (VENDAS,
      *    DEVOLUCOES, BASE LIQUIDA E IMPOSTOS), E TERMINA COM O
      *    RESUMO POR GRUPO COM AS ALIQUOTAS E OS CFOP - O QUADRO QUE
      *    A CONTABILIDADE CONFERE COM A EXPORTACAO DO TP11_09. VENDA
      *    SEM GRUPO OU COM GRUPO NAO CADASTRADO ENTRA NA BASE SEM
      *    IMPOSTO E SAI MARCADA "SG". SEM PERIODO INFORMADO, APURA O
      *    MES ANTERIOR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY VENDA-SELECT.

           COPY GRUPO-FISCAL-SELECT.

           SELECT SD-LIVRO ASSIGN TO DISK.

           SELECT RELAT-LIVRO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY VENDA-FD.

       COPY GRUPO-FISCAL-FD.

       SD SD-LIVRO.
       01 SD-REG-LIVRO.
           05 SD-LF-SETOR           PIC X(2).
           05 SD-LF-GRUPO           PIC X(2).
           05 SD-LF-POS-GRUPO       PIC 9(2).
           05 SD-LF-VENDAS          PIC S9(9)V9(2).
           05 SD-LF-DEVOLUCOES      PIC S9(9)V9(2).
           05 SD-LF-ICMS            PIC S9(9)V9(2).
           05 SD-LF-PIS             PIC S9(9)V9(2).
           05 SD-LF-COFINS          PIC S9(9)V9(2).

       FD RELAT-LIVRO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-LIVRO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY VENDA-STATUS.
           COPY GRUPO-FISCAL-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
      *---- PERIODO --------------------------------------------------*
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
      *---- RESUMO POR GRUPO -----------------------------------------*
      *    UMA POSICAO POR GRUPO DE TB-GRUPOS-FISCAIS, NA MESMA ORDEM;
      *    A POSICAO 51 ACUMULA AS VENDAS SEM GRUPO.
       77 CONST-POS-SEM-GRUPO       PIC 9(2)       VALUE 51.
       77 WS-IDX-RESUMO             PIC 9(2)       VALUE ZEROS.
       01 TB-RESUMO-GRUPOS.
           02 RESUMO-ITEM OCCURS 51 TIMES.
               10 TB-RS-BASE        PIC S9(9)V9(2) VALUE ZEROS.
               10 TB-RS-ICMS        PIC S9(9)V9(2) VALUE ZEROS.
               10 TB-RS-PIS         PIC S9(9)V9(2) VALUE ZEROS.
               10 TB-RS-COFINS      PIC S9(9)V9(2) VALUE ZEROS.
      *---- QUEBRAS POR SETOR E GRUPO --------------------------------*
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
       77 WS-SETOR-ATUAL            PIC X(2)       VALUE HIGH-VALUES.
       77 WS-GRUPO-ATUAL            PIC X(2)       VALUE HIGH-VALUES.
       77 WS-POS-GRUPO-ATUAL        PIC 9(2)       VALUE ZEROS.
       01 WS-ACUMULADOS-GRUPO.
           05 WS-AG-VENDAS          PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AG-DEVOLUCOES      PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AG-ICMS            PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AG-PIS             PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AG-COFINS          PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-ACUMULADOS-SETOR.
           05 WS-AS-VENDAS          PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AS-DEVOLUCOES      PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AS-ICMS            PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AS-PIS             PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AS-COFINS          PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-ACUMULADOS-GERAL.
           05 WS-AT-VENDAS          PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AT-DEVOLUCOES      PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AT-ICMS            PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AT-PIS             PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AT-COFINS          PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-QTD-LINHAS             PIC 9(7)       VALUE ZEROS.
       77 WS-QTD-SEM-GRUPO          PIC 9(7)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(30) VALUE "LIVRO FISCAL DAS SAIDAS - ".
           05 CAB-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-FINAL PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(03) VALUE "GR".
           05 FILLER PIC X(13) VALUE "      Vendas".
           05 FILLER PIC X(13) VALUE "  Devolucoes".
           05 FILLER PIC X(13) VALUE "  Base liq.".
           05 FILLER PIC X(12) VALUE "       ICMS".
           05 FILLER PIC X(12) VALUE "        PIS".
           05 FILLER PIC X(11) VALUE "     COFINS".
       01 LINHA-SETOR.
           05 FILLER PIC X(6) VALUE "SETOR ".
           05 SET-CODIGO PIC X(2).
       01 DETALHE.
           05 REL-GRUPO PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-VENDAS PIC ZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DEVOLUCOES PIC ZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-BASE PIC ZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ICMS PIC ZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-PIS PIC ZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-COFINS PIC ZZZZZZ9,99-.
       01 CABEC-RESUMO.
           05 FILLER PIC X(35) VALUE
              "RESUMO POR GRUPO FISCAL E ALIQUOTA".
       01 CABEC-RESUMO2.
           05 FILLER PIC X(03) VALUE "GR".
           05 FILLER PIC X(10) VALUE "CFOP V/D".
           05 FILLER PIC X(18) VALUE "ICMS%  PIS% COF%".
           05 FILLER PIC X(13) VALUE "   Base liq.".
           05 FILLER PIC X(12) VALUE "       ICMS".
           05 FILLER PIC X(12) VALUE "        PIS".
           05 FILLER PIC X(11) VALUE "     COFINS".
       01 LINHA-RESUMO.
           05 RES-GRUPO PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-CFOP-VENDA PIC X(04).
           05 FILLER PIC X(01) VALUE "/".
           05 RES-CFOP-DEVOLUCAO PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-ALIQ-ICMS PIC Z9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-ALIQ-PIS PIC Z9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-ALIQ-COFINS PIC Z9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-BASE PIC ZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-ICMS PIC ZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-PIS PIC ZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RES-COFINS PIC ZZZZZZ9,99-.
       01 RODAPE.
           05 FILLER PIC X(24) VALUE "Linhas de venda lidas:".
           05 TOT-LINHAS PIC ZZZZZZ9.
           05 FILLER PIC X(22) VALUE "   Sem grupo fiscal:".
           05 TOT-SEM-GRUPO PIC ZZZZZZ9.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-LIVRO-FISCAL - livro fiscal mensal das saidas".

           10   LINE 06   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Data inicial (AAAAMMDD, zero = mes anterior):".
           10 SC-DATA-INICIAL       LINE + 0  COLUMN 57
           USING WS-DATA-INICIAL-NUM.

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Data final   (AAAAMMDD):".
           10 SC-DATA-FINAL         LINE + 0  COLUMN 57
           USING WS-DATA-FINAL-NUM.

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

           PERFORM CARREGAR-GRUPOS-FISCAIS.

           IF WS-TOTAL-GRUPOS = ZEROS
               DISPLAY "NENHUM GRUPO FISCAL CADASTRADO - CADASTRE "
                   "PELO TP10-CAD-FISCAL"
               CLOSE PRODUTOS
               STOP RUN
           END-IF.

           DISPLAY "DD_RELAT-LIVRO-FISCAL" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT        UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-LIVRO.

           MOVE WS-DATA-INICIAL-NUM TO CAB-INICIAL.
           MOVE WS-DATA-FINAL-NUM   TO CAB-FINAL.
           WRITE REC-RELAT-LIVRO FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-LIVRO FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           SORT SD-LIVRO
               ON ASCENDING KEY SD-LF-SETOR
               ON ASCENDING KEY SD-LF-GRUPO
               INPUT PROCEDURE IS LIBERAR-VENDAS-PERIODO
               OUTPUT PROCEDURE IS IMPRIMIR-LIVRO-ORDENADO.

           PERFORM IMPRIMIR-RESUMO-GRUPOS.

           MOVE WS-QTD-LINHAS    TO TOT-LINHAS.
           MOVE WS-QTD-SEM-GRUPO TO TOT-SEM-GRUPO.
           WRITE REC-RELAT-LIVRO FROM RODAPE
           BEFORE ADVANCING 2 LINES.

           CLOSE RELAT-LIVRO.
           CLOSE PRODUTOS.

           DISPLAY "LINHAS DE VENDA APURADAS: " WS-QTD-LINHAS.
           DISPLAY "SEM GRUPO FISCAL:         " WS-QTD-SEM-GRUPO.

           STRING "PERIODO=" DELIMITED BY SIZE
                  WS-DATA-INICIAL-NUM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATA-FINAL-NUM DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  WS-QTD-LINHAS DELIMITED BY SIZE
                  " SEMGR=" DELIMITED BY SIZE
                  WS-QTD-SEM-GRUPO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "LIVRO FISCAL GERADO" TO WS-AUD-RESULTADO.
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
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-DATA-INICIAL-NUM = ZEROS
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.

           IF WS-DATA-FINAL-NUM < WS-DATA-INICIAL-NUM
               DISPLAY "Periodo invalido - informe novamente"
                   AT 1410 FOREGROUND-COLOR 6
               MOVE ZEROS TO WS-DATA-INICIAL-NUM WS-DATA-FINAL-NUM
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
      *    A APURACAO MENSAL RODA NO INICIO DO MES SEGUINTE: SEM
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
       OBTER-CAMINHO-GRUPOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="grupos_fiscais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-GRUPOS==
                ==:DDVAR:==  BY =="DD_GRUPOS-FISCAIS"==.
      *--------------------------------------------------------------*
       CARREGAR-GRUPOS-FISCAIS.
           COPY CARREGAR-GRUPOS-FISCAIS.
      *--------------------------------------------------------------*
       APURAR-IMPOSTO-VENDA.
           COPY APURAR-IMPOSTO-VENDA.
      *--------------------------------------------------------------*
       LIBERAR-VENDAS-PERIODO.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM LIBERAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
      *    O GRUPO DA VENDA E O GRAVADO NA LINHA; LINHA ANTIGA SEM O
      *    CAMPO USA O GRUPO ATUAL DO PRODUTO NO MESTRE.
      *--------------------------------------------------------------*
       LIBERAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
           AND VD-DATA >= WS-DATA-INICIAL-NUM
           AND VD-DATA <= WS-DATA-FINAL-NUM
               ADD 1 TO WS-QTD-LINHAS

               MOVE VD-GRUPO-FISCAL TO WS-GF-GRUPO-BUSCA

               IF WS-GF-GRUPO-BUSCA = SPACES
                   MOVE VD-CODIGO TO FD-PROD-CODIGO
                   READ PRODUTOS

                   IF FLAG-PRODUTOS-SUCESSO
                       MOVE FD-PROD-GRUPO-FISCAL TO WS-GF-GRUPO-BUSCA
                   END-IF
               END-IF

               MOVE VD-VALOR-TOTAL TO WS-GF-BASE
               PERFORM APURAR-IMPOSTO-VENDA

               MOVE VD-SETOR           TO SD-LF-SETOR
               MOVE ZEROS              TO SD-LF-VENDAS
                                          SD-LF-DEVOLUCOES

               IF VD-VALOR-TOTAL < ZEROS
                   MOVE VD-VALOR-TOTAL TO SD-LF-DEVOLUCOES
               ELSE
                   MOVE VD-VALOR-TOTAL TO SD-LF-VENDAS
               END-IF

               IF FLAG-GF-ENCONTRADO
                   MOVE WS-GF-GRUPO-BUSCA    TO SD-LF-GRUPO
                   MOVE WS-GF-POS-ENCONTRADA TO SD-LF-POS-GRUPO
               ELSE
                   MOVE "SG"                 TO SD-LF-GRUPO
                   MOVE CONST-POS-SEM-GRUPO  TO SD-LF-POS-GRUPO
                   ADD 1 TO WS-QTD-SEM-GRUPO
               END-IF

               MOVE WS-GF-VALOR-ICMS   TO SD-LF-ICMS
               MOVE WS-GF-VALOR-PIS    TO SD-LF-PIS
               MOVE WS-GF-VALOR-COFINS TO SD-LF-COFINS

               RELEASE SD-REG-LIVRO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LIVRO-ORDENADO.

           MOVE "N" TO WS-FIM-ORDENADO.
           MOVE HIGH-VALUES TO WS-SETOR-ATUAL WS-GRUPO-ATUAL.

           PERFORM IMPRIMIR-LINHA-ORDENADA WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.

           IF WS-SETOR-ATUAL NOT = HIGH-VALUES
               PERFORM IMPRIMIR-TOTAL-GRUPO
               PERFORM IMPRIMIR-TOTAL-SETOR
           END-IF.

           MOVE "TOTAL" TO REC-RELAT-LIVRO.
           WRITE REC-RELAT-LIVRO
           BEFORE ADVANCING 1 LINE.

           MOVE SPACES          TO REL-GRUPO.
           MOVE WS-AT-VENDAS     TO REL-VENDAS.
           MOVE WS-AT-DEVOLUCOES TO REL-DEVOLUCOES.
           COMPUTE REL-BASE = WS-AT-VENDAS + WS-AT-DEVOLUCOES.
           MOVE WS-AT-ICMS       TO REL-ICMS.
           MOVE WS-AT-PIS        TO REL-PIS.
           MOVE WS-AT-COFINS     TO REL-COFINS.
           WRITE REC-RELAT-LIVRO FROM DETALHE
           BEFORE ADVANCING 3 LINES.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-ORDENADA.

           RETURN SD-LIVRO
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               EVALUATE TRUE
                   WHEN SD-LF-SETOR NOT = WS-SETOR-ATUAL
                       PERFORM INICIAR-SETOR
                   WHEN SD-LF-GRUPO NOT = WS-GRUPO-ATUAL
                       PERFORM IMPRIMIR-TOTAL-GRUPO
                       PERFORM INICIAR-GRUPO
               END-EVALUATE

               ADD SD-LF-VENDAS     TO WS-AG-VENDAS
               ADD SD-LF-DEVOLUCOES TO WS-AG-DEVOLUCOES
               ADD SD-LF-ICMS       TO WS-AG-ICMS
               ADD SD-LF-PIS        TO WS-AG-PIS
               ADD SD-LF-COFINS     TO WS-AG-COFINS
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-SETOR.

           IF WS-SETOR-ATUAL NOT = HIGH-VALUES
               PERFORM IMPRIMIR-TOTAL-GRUPO
               PERFORM IMPRIMIR-TOTAL-SETOR
           END-IF.

           MOVE SD-LF-SETOR TO WS-SETOR-ATUAL.
           INITIALIZE WS-ACUMULADOS-SETOR.

           MOVE SD-LF-SETOR TO SET-CODIGO.
           WRITE REC-RELAT-LIVRO FROM LINHA-SETOR
           BEFORE ADVANCING 1 LINE.

           PERFORM INICIAR-GRUPO.
      *--------------------------------------------------------------*
       INICIAR-GRUPO.

           MOVE SD-LF-GRUPO     TO WS-GRUPO-ATUAL.
           MOVE SD-LF-POS-GRUPO TO WS-POS-GRUPO-ATUAL.
           INITIALIZE WS-ACUMULADOS-GRUPO.
      *--------------------------------------------------------------*
      *    A LINHA DO GRUPO ALIMENTA O TOTAL DO SETOR, O TOTAL GERAL
      *    E O RESUMO POR GRUPO DO FIM DO RELATORIO.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL-GRUPO.

           MOVE WS-GRUPO-ATUAL   TO REL-GRUPO.
           MOVE WS-AG-VENDAS     TO REL-VENDAS.
           MOVE WS-AG-DEVOLUCOES TO REL-DEVOLUCOES.
           COMPUTE REL-BASE = WS-AG-VENDAS + WS-AG-DEVOLUCOES.
           MOVE WS-AG-ICMS       TO REL-ICMS.
           MOVE WS-AG-PIS        TO REL-PIS.
           MOVE WS-AG-COFINS     TO REL-COFINS.
           WRITE REC-RELAT-LIVRO FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           ADD WS-AG-VENDAS     TO WS-AS-VENDAS WS-AT-VENDAS.
           ADD WS-AG-DEVOLUCOES TO WS-AS-DEVOLUCOES WS-AT-DEVOLUCOES.
           ADD WS-AG-ICMS       TO WS-AS-ICMS WS-AT-ICMS.
           ADD WS-AG-PIS        TO WS-AS-PIS WS-AT-PIS.
           ADD WS-AG-COFINS     TO WS-AS-COFINS WS-AT-COFINS.

           ADD WS-AG-VENDAS WS-AG-DEVOLUCOES
               TO TB-RS-BASE(WS-POS-GRUPO-ATUAL).
           ADD WS-AG-ICMS   TO TB-RS-ICMS(WS-POS-GRUPO-ATUAL).
           ADD WS-AG-PIS    TO TB-RS-PIS(WS-POS-GRUPO-ATUAL).
           ADD WS-AG-COFINS TO TB-RS-COFINS(WS-POS-GRUPO-ATUAL).
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL-SETOR.

           MOVE "ST"             TO REL-GRUPO.
           MOVE WS-AS-VENDAS     TO REL-VENDAS.
           MOVE WS-AS-DEVOLUCOES TO REL-DEVOLUCOES.
           COMPUTE REL-BASE = WS-AS-VENDAS + WS-AS-DEVOLUCOES.
           MOVE WS-AS-ICMS       TO REL-ICMS.
           MOVE WS-AS-PIS        TO REL-PIS.
           MOVE WS-AS-COFINS     TO REL-COFINS.
           WRITE REC-RELAT-LIVRO FROM DETALHE
           BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
       IMPRIMIR-RESUMO-GRUPOS.

           WRITE REC-RELAT-LIVRO FROM CABEC-RESUMO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-LIVRO FROM CABEC-RESUMO2
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-LINHA-RESUMO
           VARYING WS-IDX-RESUMO FROM 1 BY 1
           UNTIL WS-IDX-RESUMO > WS-TOTAL-GRUPOS.

           MOVE CONST-POS-SEM-GRUPO TO WS-IDX-RESUMO.
           PERFORM IMPRIMIR-LINHA-RESUMO.
      *--------------------------------------------------------------*
      *    GRUPO CADASTRADO SEM MOVIMENTO NO PERIODO NAO E IMPRESSO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-RESUMO.

           IF TB-RS-BASE(WS-IDX-RESUMO) NOT = ZEROS
               MOVE SPACES TO LINHA-RESUMO

               IF WS-IDX-RESUMO = CONST-POS-SEM-GRUPO
                   MOVE "SG"  TO RES-GRUPO
                   MOVE ZEROS TO RES-ALIQ-ICMS RES-ALIQ-PIS
                                 RES-ALIQ-COFINS
               ELSE
                   MOVE TB-GF-GRUPO(WS-IDX-RESUMO) TO RES-GRUPO
                   MOVE TB-GF-CFOP-VENDA(WS-IDX-RESUMO)
                       TO RES-CFOP-VENDA
                   MOVE TB-GF-CFOP-DEVOLUCAO(WS-IDX-RESUMO)
                       TO RES-CFOP-DEVOLUCAO
                   MOVE TB-GF-ALIQ-ICMS(WS-IDX-RESUMO)
                       TO RES-ALIQ-ICMS
                   MOVE TB-GF-ALIQ-PIS(WS-IDX-RESUMO)
                       TO RES-ALIQ-PIS
                   MOVE TB-GF-ALIQ-COFINS(WS-IDX-RESUMO)
                       TO RES-ALIQ-COFINS
               END-IF

               MOVE "/" TO LINHA-RESUMO(8:1)
               MOVE TB-RS-BASE(WS-IDX-RESUMO)   TO RES-BASE
               MOVE TB-RS-ICMS(WS-IDX-RESUMO)   TO RES-ICMS
               MOVE TB-RS-PIS(WS-IDX-RESUMO)    TO RES-PIS
               MOVE TB-RS-COFINS(WS-IDX-RESUMO) TO RES-COFINS

               WRITE REC-RELAT-LIVRO FROM LINHA-RESUMO
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-VERSAO-PRODUTOS-MESTRE.
           COPY VERIFICAR-VERSAO-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-LIVRO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-LIVRO"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
