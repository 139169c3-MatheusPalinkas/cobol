       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-DESEMPENHO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    DESEMPENHO DE VENDAS POR PERIODO: LE vendas.dat NO PERIODO
      *    INFORMADO (ZERO = MES ANTERIOR) E IMPRIME, POR SETOR E POR
      *    OPERADOR, UMA LINHA POR PRODUTO COM QUANTIDADE, RECEITA,
      *    TICKET MEDIO (RECEITA / VENDAS DISTINTAS - VD-NUMERO DAS
      *    LINHAS DE VENDA, SEM CONTAR AS DEVOLUCOES) E MARGEM SOBRE O
      *    CUSTO MEDIO ATUAL DO PRODUTO (COMO NO TP10-MARGEM). CADA
      *    LINHA E CADA TOTAL TRAZ A RECEITA DO MESMO PERIODO NO MES
      *    ANTERIOR E NO ANO ANTERIOR, COM O CRESCIMENTO PERCENTUAL
      *    ("NOVO" QUANDO NAO HAVIA RECEITA NA COMPARACAO). AS
      *    DEVOLUCOES SAO LINHAS NEGATIVAS E JA ABATEM OS VALORES.
      *    OPCIONALMENTE GRAVA O MESMO CONTEUDO EM
      *    desempenho_vendas.csv (SEPARADO POR ";") PARA OS GRAFICOS
      *    DA GERENCIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY VENDA-SELECT.

           SELECT DESEMPENHO-CSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT SD-DESEMPENHO ASSIGN TO DISK.

           SELECT RELAT-DESEMPENHO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY VENDA-FD.

       FD DESEMPENHO-CSV
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DESEMPENHO-CSV.

       01 REG-DESEMPENHO-CSV.
           05 FD-CAMPO-DESEMPENHO-CSV PIC X(200)         VALUE SPACES.

      *    UMA LINHA DE VENDA PODE SER LIBERADA ATE TRES VEZES, UMA
      *    POR PERIODO EM QUE CAI (ATUAL, MES ANTERIOR, ANO ANTERIOR),
      *    QUANDO O PERIODO INFORMADO E MAIOR QUE UM MES.
       SD SD-DESEMPENHO.
       01 SD-REG-DESEMPENHO.
           05 SD-DS-SETOR           PIC X(2).
           05 SD-DS-OPERADOR        PIC X(10).
           05 SD-DS-NUMERO          PIC 9(6).
           05 SD-DS-CODIGO          PIC X(5).
           05 SD-DS-PERIODO         PIC X.
               88 FLAG-DS-ATUAL                 VALUE "A".
               88 FLAG-DS-MES-ANTERIOR          VALUE "M".
               88 FLAG-DS-ANO-ANTERIOR          VALUE "Y".
           05 SD-DS-TIPO            PIC X.
               88 FLAG-DS-VENDA                 VALUE "V" " ".
           05 SD-DS-QUANTIDADE      PIC S9(5).
           05 SD-DS-RECEITA         PIC S9(7)V9(2).
           05 SD-DS-COM-CUSTO       PIC X.
               88 FLAG-DS-COM-CUSTO             VALUE "S".
           05 SD-DS-CUSTO           PIC S9(9)V9(2).
           05 SD-DS-DESCRICAO       PIC X(30).

       FD RELAT-DESEMPENHO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-DESEMPENHO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY VENDA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-GERAR-CSV              PIC X(01)      VALUE "N".
           88 FLAG-GERAR-CSV                       VALUE "S" "s".
       77 WS-ARQ-DESEMPENHO-CSV     PIC X(60)      VALUE SPACES.
       77 WS-STATUS-CSV             PIC X(02)      VALUE SPACES.
           88 FLAG-CSV-SUCESSO                     VALUE "00".
      *---- PERIODO E PERIODOS DE COMPARACAO -------------------------*
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
      *    AS DATAS DE COMPARACAO SO LIMITAM A FAIXA DE VD-DATA: UM
      *    DIA 31 EM MES MAIS CURTO FUNCIONA COMO FIM DO MES.
       01 WS-DATA-AUXILIAR.
           05 WS-AUX-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-AUX-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-AUX-DIA            PIC 9(2)       VALUE ZEROS.
       01 WS-DATA-AUXILIAR-NUM REDEFINES WS-DATA-AUXILIAR
                                    PIC 9(8).
       77 WS-MES-ANT-INICIAL        PIC 9(8)       VALUE ZEROS.
       77 WS-MES-ANT-FINAL          PIC 9(8)       VALUE ZEROS.
       77 WS-ANO-ANT-INICIAL        PIC 9(8)       VALUE ZEROS.
       77 WS-ANO-ANT-FINAL          PIC 9(8)       VALUE ZEROS.
      *---- QUEBRAS POR SETOR E OPERADOR -----------------------------*
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
       77 WS-SETOR-ATUAL            PIC X(2)       VALUE HIGH-VALUES.
       77 WS-OPERADOR-ATUAL         PIC X(10)      VALUE HIGH-VALUES.
       77 WS-ULTIMO-NUMERO-OPER     PIC 9(6)       VALUE ZEROS.
      *    ACUMULADOS DE UMA LINHA DO RELATORIO; O MESMO LEIAUTE SE
      *    REPETE NA TABELA DE PRODUTOS E NOS NIVEIS DE TOTAL.
       01 WS-ACUM-LINHA.
           05 WS-AC-QTD             PIC S9(7)      VALUE ZEROS.
           05 WS-AC-RECEITA         PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AC-RECEITA-CUSTO   PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AC-CUSTO           PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AC-VENDAS          PIC 9(7)       VALUE ZEROS.
           05 WS-AC-QTD-MES         PIC S9(7)      VALUE ZEROS.
           05 WS-AC-RECEITA-MES     PIC S9(9)V9(2) VALUE ZEROS.
           05 WS-AC-QTD-ANO         PIC S9(7)      VALUE ZEROS.
           05 WS-AC-RECEITA-ANO     PIC S9(9)V9(2) VALUE ZEROS.
      *    NIVEL 1 = OPERADOR, 2 = SETOR, 3 = TOTAL GERAL.
       77 WS-NV-ORIGEM              PIC 9          VALUE ZEROS.
       77 WS-NV-DESTINO             PIC 9          VALUE ZEROS.
       01 TB-NIVEIS.
           02 NIVEL-ITEM OCCURS 3 TIMES.
               05 TB-NV-ACUM.
                   10 TB-NV-QTD           PIC S9(7).
                   10 TB-NV-RECEITA       PIC S9(9)V9(2).
                   10 TB-NV-RECEITA-CUSTO PIC S9(9)V9(2).
                   10 TB-NV-CUSTO         PIC S9(9)V9(2).
                   10 TB-NV-VENDAS        PIC 9(7).
                   10 TB-NV-QTD-MES       PIC S9(7).
                   10 TB-NV-RECEITA-MES   PIC S9(9)V9(2).
                   10 TB-NV-QTD-ANO       PIC S9(7).
                   10 TB-NV-RECEITA-ANO   PIC S9(9)V9(2).
      *    PRODUTOS DO OPERADOR CORRENTE, EM ORDEM DE CODIGO.
       77 CONST-LIMITE-PRODUTOS     PIC 9(3)       VALUE 500.
       77 WS-TOTAL-PRODUTOS         PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-PRODUTO            PIC 9(3)       VALUE ZEROS.
       77 WS-POS-PRODUTO            PIC 9(3)       VALUE ZEROS.
       77 WS-PRODUTO-ACHADO         PIC X          VALUE "N".
           88 FLAG-PRODUTO-ACHADO                  VALUE "S".
       01 TB-PRODUTOS-OPERADOR.
           02 PRODUTO-OPER-ITEM OCCURS 500 TIMES.
               05 TB-PO-CODIGO            PIC X(5).
               05 TB-PO-DESCRICAO         PIC X(30).
               05 TB-PO-ULTIMO-NUMERO     PIC 9(6).
               05 TB-PO-ACUM.
                   10 TB-PO-QTD           PIC S9(7).
                   10 TB-PO-RECEITA       PIC S9(9)V9(2).
                   10 TB-PO-RECEITA-CUSTO PIC S9(9)V9(2).
                   10 TB-PO-CUSTO         PIC S9(9)V9(2).
                   10 TB-PO-VENDAS        PIC 9(7).
                   10 TB-PO-QTD-MES       PIC S9(7).
                   10 TB-PO-RECEITA-MES   PIC S9(9)V9(2).
                   10 TB-PO-QTD-ANO       PIC S9(7).
                   10 TB-PO-RECEITA-ANO   PIC S9(9)V9(2).
      *---- CALCULOS DA LINHA ----------------------------------------*
       77 WS-TICKET                 PIC S9(7)V9(2) VALUE ZEROS.
       77 WS-MARGEM                 PIC S9(4)V9(1) VALUE ZEROS.
       77 WS-CRESCIMENTO            PIC S9(4)V9(1) VALUE ZEROS.
       77 WS-BASE-COMPARACAO        PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-NIVEL-LINHA            PIC X          VALUE SPACES.
       77 WS-ROTULO-LINHA           PIC X(6)       VALUE SPACES.
       77 WS-SETOR-LINHA            PIC X(2)       VALUE SPACES.
       77 WS-OPERADOR-LINHA         PIC X(10)      VALUE SPACES.
       77 WS-CODIGO-LINHA           PIC X(5)       VALUE SPACES.
       77 WS-DESCRICAO-LINHA        PIC X(30)      VALUE SPACES.
       77 WS-QTD-LINHAS             PIC 9(7)       VALUE ZEROS.
       77 WS-QTD-FORA-DETALHE       PIC 9(7)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(27) VALUE "DESEMPENHO DE VENDAS - ".
           05 CAB-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-FINAL PIC 9(8).
       01 CABEC-COMPARACAO.
           05 FILLER PIC X(10) VALUE "Mes ant.:".
           05 CAB-MES-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-MES-FINAL PIC 9(8).
           05 FILLER PIC X(12) VALUE "  Ano ant.:".
           05 CAB-ANO-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-ANO-FINAL PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(07) VALUE "Item".
           05 FILLER PIC X(08) VALUE "    Qtd".
           05 FILLER PIC X(12) VALUE "    Receita".
           05 FILLER PIC X(08) VALUE "  Ticket".
           05 FILLER PIC X(08) VALUE " Marg%".
           05 FILLER PIC X(11) VALUE "  Mes ant.".
           05 FILLER PIC X(08) VALUE " Cresc%".
           05 FILLER PIC X(11) VALUE "  Ano ant.".
           05 FILLER PIC X(07) VALUE " Cresc%".
       01 LINHA-SETOR.
           05 FILLER PIC X(7) VALUE "SETOR ".
           05 SET-CODIGO PIC X(2).
       01 LINHA-OPERADOR.
           05 FILLER PIC X(12) VALUE "  OPERADOR ".
           05 OPE-CODIGO PIC X(10).
       01 DETALHE.
           05 REL-ITEM PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-QTD PIC ZZZZZ9-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-RECEITA PIC ZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-TICKET PIC -ZZZ9,99.
           05 REL-MARGEM PIC -ZZZ9,9.
           05 REL-MARGEM-X REDEFINES REL-MARGEM PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-RECEITA-MES PIC ZZZZZZ9,99-.
           05 REL-CRESC-MES PIC -ZZZ9,9.
           05 REL-CRESC-MES-X REDEFINES REL-CRESC-MES PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-RECEITA-ANO PIC ZZZZZZ9,99-.
           05 REL-CRESC-ANO PIC -ZZZ9,9.
           05 REL-CRESC-ANO-X REDEFINES REL-CRESC-ANO PIC X(07).
       01 RODAPE.
           05 FILLER PIC X(24) VALUE "Linhas de venda lidas:".
           05 TOT-LINHAS PIC ZZZZZZ9.
           05 FILLER PIC X(24) VALUE "   Fora do detalhe:".
           05 TOT-FORA-DETALHE PIC ZZZZZZ9.
      *---- LINHA DO CSV ---------------------------------------------*
       77 WS-CSV-LINHA              PIC X(200)     VALUE SPACES.
       77 WS-CSV-QTD                PIC -(7)9.
       77 WS-CSV-RECEITA            PIC -(9)9,99.
       77 WS-CSV-VENDAS             PIC Z(6)9.
       77 WS-CSV-TICKET             PIC -(7)9,99.
       77 WS-CSV-QTD-MES            PIC -(7)9.
       77 WS-CSV-RECEITA-MES        PIC -(9)9,99.
       77 WS-CSV-QTD-ANO            PIC -(7)9.
       77 WS-CSV-RECEITA-ANO        PIC -(9)9,99.
       01 WS-CSV-MARGEM             PIC -(4)9,9.
       01 WS-CSV-MARGEM-X REDEFINES WS-CSV-MARGEM
                                    PIC X(07).
       01 WS-CSV-CRESC-MES          PIC -(4)9,9.
       01 WS-CSV-CRESC-MES-X REDEFINES WS-CSV-CRESC-MES
                                    PIC X(07).
       01 WS-CSV-CRESC-ANO          PIC -(4)9,9.
       01 WS-CSV-CRESC-ANO-X REDEFINES WS-CSV-CRESC-ANO
                                    PIC X(07).
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-DESEMPENHO - desempenho de vendas por periodo".

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

           10   LINE 14   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Gerar tambem arquivo CSV (S/N)?: ".
           10 SC-GERAR-CSV          LINE + 0  COLUMN 44
           USING WS-GERAR-CSV.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           PERFORM CALCULAR-PERIODOS-COMPARACAO.

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

           DISPLAY "DD_RELAT-DESEMPENHO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT      UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-DESEMPENHO.

           IF FLAG-GERAR-CSV
               PERFORM OBTER-CAMINHO-DESEMPENHO-CSV
               OPEN OUTPUT DESEMPENHO-CSV
               PERFORM GRAVAR-CABECALHO-CSV
           END-IF.

           MOVE WS-DATA-INICIAL-NUM TO CAB-INICIAL.
           MOVE WS-DATA-FINAL-NUM   TO CAB-FINAL.
           MOVE WS-MES-ANT-INICIAL  TO CAB-MES-INICIAL.
           MOVE WS-MES-ANT-FINAL    TO CAB-MES-FINAL.
           MOVE WS-ANO-ANT-INICIAL  TO CAB-ANO-INICIAL.
           MOVE WS-ANO-ANT-FINAL    TO CAB-ANO-FINAL.
           WRITE REC-RELAT-DESEMPENHO FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-DESEMPENHO FROM CABEC-COMPARACAO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-DESEMPENHO FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           INITIALIZE TB-NIVEIS.

           SORT SD-DESEMPENHO
               ON ASCENDING KEY SD-DS-SETOR
               ON ASCENDING KEY SD-DS-OPERADOR
               ON ASCENDING KEY SD-DS-NUMERO
               ON ASCENDING KEY SD-DS-CODIGO
               INPUT PROCEDURE IS LIBERAR-VENDAS-PERIODOS
               OUTPUT PROCEDURE IS IMPRIMIR-DESEMPENHO-ORDENADO.

           MOVE WS-QTD-LINHAS       TO TOT-LINHAS.
           MOVE WS-QTD-FORA-DETALHE TO TOT-FORA-DETALHE.
           WRITE REC-RELAT-DESEMPENHO FROM RODAPE
           BEFORE ADVANCING 2 LINES.

           CLOSE RELAT-DESEMPENHO.
           CLOSE PRODUTOS.

           IF FLAG-GERAR-CSV
               CLOSE DESEMPENHO-CSV
           END-IF.

           DISPLAY "LINHAS DE VENDA LIDAS: " WS-QTD-LINHAS.

           STRING "PERIODO=" DELIMITED BY SIZE
                  WS-DATA-INICIAL-NUM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATA-FINAL-NUM DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  WS-QTD-LINHAS DELIMITED BY SIZE
                  " CSV=" DELIMITED BY SIZE
                  WS-GERAR-CSV DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "DESEMPENHO DE VENDAS GERADO" TO WS-AUD-RESULTADO.
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

           ACCEPT SC-GERAR-CSV.

           IF WS-DATA-INICIAL-NUM = ZEROS
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.

           IF WS-DATA-FINAL-NUM < WS-DATA-INICIAL-NUM
               DISPLAY "Periodo invalido - informe novamente"
                   AT 1610 FOREGROUND-COLOR 6
               MOVE ZEROS TO WS-DATA-INICIAL-NUM WS-DATA-FINAL-NUM
               GO TO ENTRADA-PARAMETROS
           END-IF.
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
      *    O MESMO PERIODO UM MES ANTES E UM ANO ANTES: SO O MES OU O
      *    ANO MUDAM, OS DIAS FICAM COMO INFORMADOS.
      *--------------------------------------------------------------*
       CALCULAR-PERIODOS-COMPARACAO.

           MOVE WS-DATA-INICIAL-NUM TO WS-DATA-AUXILIAR-NUM.
           PERFORM RECUAR-UM-MES.
           MOVE WS-DATA-AUXILIAR-NUM TO WS-MES-ANT-INICIAL.

           MOVE WS-DATA-FINAL-NUM TO WS-DATA-AUXILIAR-NUM.
           PERFORM RECUAR-UM-MES.
           MOVE WS-DATA-AUXILIAR-NUM TO WS-MES-ANT-FINAL.

           MOVE WS-DATA-INICIAL-NUM TO WS-DATA-AUXILIAR-NUM.
           SUBTRACT 1 FROM WS-AUX-ANO.
           MOVE WS-DATA-AUXILIAR-NUM TO WS-ANO-ANT-INICIAL.

           MOVE WS-DATA-FINAL-NUM TO WS-DATA-AUXILIAR-NUM.
           SUBTRACT 1 FROM WS-AUX-ANO.
           MOVE WS-DATA-AUXILIAR-NUM TO WS-ANO-ANT-FINAL.
      *--------------------------------------------------------------*
       RECUAR-UM-MES.

           IF WS-AUX-MES = 1
               MOVE 12 TO WS-AUX-MES
               SUBTRACT 1 FROM WS-AUX-ANO
           ELSE
               SUBTRACT 1 FROM WS-AUX-MES
           END-IF.
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
       OBTER-CAMINHO-DESEMPENHO-CSV.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="desempenho_vendas.csv"==
                ==:DESTINO:== BY ==WS-ARQ-DESEMPENHO-CSV==
                ==:DDVAR:==  BY =="DD_DESEMPENHO-CSV"==.
      *--------------------------------------------------------------*
       LIBERAR-VENDAS-PERIODOS.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM LIBERAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
       LIBERAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
               IF VD-DATA >= WS-DATA-INICIAL-NUM
               AND VD-DATA <= WS-DATA-FINAL-NUM
                   ADD 1 TO WS-QTD-LINHAS
                   PERFORM MONTAR-REGISTRO-ORDENACAO
                   MOVE "A" TO SD-DS-PERIODO
                   RELEASE SD-REG-DESEMPENHO
               END-IF

               IF VD-DATA >= WS-MES-ANT-INICIAL
               AND VD-DATA <= WS-MES-ANT-FINAL
                   PERFORM MONTAR-REGISTRO-ORDENACAO
                   MOVE "M" TO SD-DS-PERIODO
                   RELEASE SD-REG-DESEMPENHO
               END-IF

               IF VD-DATA >= WS-ANO-ANT-INICIAL
               AND VD-DATA <= WS-ANO-ANT-FINAL
                   PERFORM MONTAR-REGISTRO-ORDENACAO
                   MOVE "Y" TO SD-DS-PERIODO
                   RELEASE SD-REG-DESEMPENHO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O CUSTO DA LINHA USA O CUSTO MEDIO ATUAL DO PRODUTO;
      *    PRODUTO SEM CUSTO MEDIO FICA FORA DA BASE DA MARGEM.
      *--------------------------------------------------------------*
       MONTAR-REGISTRO-ORDENACAO.

           MOVE VD-SETOR       TO SD-DS-SETOR.
           MOVE VD-OPERADOR    TO SD-DS-OPERADOR.
           MOVE VD-NUMERO      TO SD-DS-NUMERO.
           MOVE VD-CODIGO      TO SD-DS-CODIGO.
           MOVE VD-TIPO        TO SD-DS-TIPO.
           MOVE VD-QUANTIDADE  TO SD-DS-QUANTIDADE.
           MOVE VD-VALOR-TOTAL TO SD-DS-RECEITA.
           MOVE "N"            TO SD-DS-COM-CUSTO.
           MOVE ZEROS          TO SD-DS-CUSTO.
           MOVE SPACES         TO SD-DS-DESCRICAO.

           MOVE VD-CODIGO TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE FD-PROD-DESCRICAO TO SD-DS-DESCRICAO

               IF FD-PROD-CUSTO-MEDIO > ZEROS
                   MOVE "S" TO SD-DS-COM-CUSTO
                   COMPUTE SD-DS-CUSTO ROUNDED =
                       VD-QUANTIDADE * FD-PROD-CUSTO-MEDIO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-DESEMPENHO-ORDENADO.

           MOVE "N" TO WS-FIM-ORDENADO.
           MOVE HIGH-VALUES TO WS-SETOR-ATUAL WS-OPERADOR-ATUAL.

           PERFORM PROCESSAR-REGISTRO-ORDENADO WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.

           IF WS-SETOR-ATUAL NOT = HIGH-VALUES
               PERFORM FECHAR-OPERADOR
               PERFORM FECHAR-SETOR
           END-IF.

           MOVE TB-NV-ACUM(3) TO WS-ACUM-LINHA.
           MOVE "T"           TO WS-NIVEL-LINHA.
           MOVE "TOTAL"       TO WS-ROTULO-LINHA.
           MOVE SPACES        TO WS-SETOR-LINHA WS-OPERADOR-LINHA
                                 WS-CODIGO-LINHA WS-DESCRICAO-LINHA.
           PERFORM EMITIR-LINHA-DESEMPENHO.
      *--------------------------------------------------------------*
       PROCESSAR-REGISTRO-ORDENADO.

           RETURN SD-DESEMPENHO
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               EVALUATE TRUE
                   WHEN SD-DS-SETOR NOT = WS-SETOR-ATUAL
                       PERFORM INICIAR-SETOR
                   WHEN SD-DS-OPERADOR NOT = WS-OPERADOR-ATUAL
                       PERFORM FECHAR-OPERADOR
                       PERFORM INICIAR-OPERADOR
               END-EVALUATE

               PERFORM LOCALIZAR-PRODUTO-OPERADOR
               PERFORM ACUMULAR-REGISTRO-ORDENADO
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-SETOR.

           IF WS-SETOR-ATUAL NOT = HIGH-VALUES
               PERFORM FECHAR-OPERADOR
               PERFORM FECHAR-SETOR
           END-IF.

           MOVE SD-DS-SETOR TO WS-SETOR-ATUAL.
           INITIALIZE NIVEL-ITEM(2).

           MOVE SD-DS-SETOR TO SET-CODIGO.
           WRITE REC-RELAT-DESEMPENHO FROM LINHA-SETOR
           BEFORE ADVANCING 1 LINE.

           PERFORM INICIAR-OPERADOR.
      *--------------------------------------------------------------*
       INICIAR-OPERADOR.

           MOVE SD-DS-OPERADOR TO WS-OPERADOR-ATUAL.
           MOVE ZEROS          TO WS-ULTIMO-NUMERO-OPER.
           MOVE ZEROS          TO WS-TOTAL-PRODUTOS.
           INITIALIZE NIVEL-ITEM(1).

           MOVE SD-DS-OPERADOR TO OPE-CODIGO.
           WRITE REC-RELAT-DESEMPENHO FROM LINHA-OPERADOR
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
      *    A TABELA FICA EM ORDEM DE CODIGO: O PRODUTO NOVO ENTRA NA
      *    SUA POSICAO E OS SEGUINTES DESCEM UMA LINHA. COM A TABELA
      *    CHEIA, A LINHA SO ENTRA NOS TOTAIS DO OPERADOR.
      *--------------------------------------------------------------*
       LOCALIZAR-PRODUTO-OPERADOR.

           MOVE ZEROS TO WS-POS-PRODUTO.
           MOVE "N"   TO WS-PRODUTO-ACHADO.

           PERFORM VARYING WS-IDX-PRODUTO FROM 1 BY 1
           UNTIL WS-IDX-PRODUTO > WS-TOTAL-PRODUTOS
           OR WS-POS-PRODUTO NOT = ZEROS
               IF TB-PO-CODIGO(WS-IDX-PRODUTO) >= SD-DS-CODIGO
                   MOVE WS-IDX-PRODUTO TO WS-POS-PRODUTO

                   IF TB-PO-CODIGO(WS-IDX-PRODUTO) = SD-DS-CODIGO
                       MOVE "S" TO WS-PRODUTO-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN FLAG-PRODUTO-ACHADO
                   CONTINUE
               WHEN WS-TOTAL-PRODUTOS >= CONST-LIMITE-PRODUTOS
                   MOVE ZEROS TO WS-POS-PRODUTO
                   ADD 1 TO WS-QTD-FORA-DETALHE
               WHEN OTHER
                   PERFORM INSERIR-PRODUTO-OPERADOR
           END-EVALUATE.
      *--------------------------------------------------------------*
       INSERIR-PRODUTO-OPERADOR.

           IF WS-POS-PRODUTO = ZEROS
               COMPUTE WS-POS-PRODUTO = WS-TOTAL-PRODUTOS + 1
           END-IF.

           PERFORM VARYING WS-IDX-PRODUTO FROM WS-TOTAL-PRODUTOS
           BY -1 UNTIL WS-IDX-PRODUTO < WS-POS-PRODUTO
               MOVE PRODUTO-OPER-ITEM(WS-IDX-PRODUTO)
                   TO PRODUTO-OPER-ITEM(WS-IDX-PRODUTO + 1)
           END-PERFORM.

           ADD 1 TO WS-TOTAL-PRODUTOS.

           INITIALIZE PRODUTO-OPER-ITEM(WS-POS-PRODUTO).
           MOVE SD-DS-CODIGO    TO TB-PO-CODIGO(WS-POS-PRODUTO).
           MOVE SD-DS-DESCRICAO TO TB-PO-DESCRICAO(WS-POS-PRODUTO).
      *--------------------------------------------------------------*
      *    VENDAS DISTINTAS: O ARQUIVO ORDENADO TRAZ AS LINHAS DO
      *    OPERADOR EM ORDEM DE VD-NUMERO, ENTAO BASTA CONTAR A TROCA
      *    DE NUMERO (UMA VENDA E SEMPRE DE UM SO OPERADOR, E O SETOR
      *    SOMA AS VENDAS DOS SEUS OPERADORES).
      *--------------------------------------------------------------*
       ACUMULAR-REGISTRO-ORDENADO.

           EVALUATE TRUE
               WHEN FLAG-DS-ATUAL
                   ADD SD-DS-QUANTIDADE TO TB-NV-QTD(1)
                   ADD SD-DS-RECEITA    TO TB-NV-RECEITA(1)

                   IF FLAG-DS-COM-CUSTO
                       ADD SD-DS-RECEITA TO TB-NV-RECEITA-CUSTO(1)
                       ADD SD-DS-CUSTO   TO TB-NV-CUSTO(1)
                   END-IF

                   IF FLAG-DS-VENDA
                   AND SD-DS-NUMERO NOT = WS-ULTIMO-NUMERO-OPER
                       ADD 1 TO TB-NV-VENDAS(1)
                       MOVE SD-DS-NUMERO TO WS-ULTIMO-NUMERO-OPER
                   END-IF
               WHEN FLAG-DS-MES-ANTERIOR
                   ADD SD-DS-QUANTIDADE TO TB-NV-QTD-MES(1)
                   ADD SD-DS-RECEITA    TO TB-NV-RECEITA-MES(1)
               WHEN FLAG-DS-ANO-ANTERIOR
                   ADD SD-DS-QUANTIDADE TO TB-NV-QTD-ANO(1)
                   ADD SD-DS-RECEITA    TO TB-NV-RECEITA-ANO(1)
           END-EVALUATE.

           IF WS-POS-PRODUTO NOT = ZEROS
               PERFORM ACUMULAR-PRODUTO-OPERADOR
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-PRODUTO-OPERADOR.

           EVALUATE TRUE
               WHEN FLAG-DS-ATUAL
                   ADD SD-DS-QUANTIDADE
                       TO TB-PO-QTD(WS-POS-PRODUTO)
                   ADD SD-DS-RECEITA
                       TO TB-PO-RECEITA(WS-POS-PRODUTO)

                   IF FLAG-DS-COM-CUSTO
                       ADD SD-DS-RECEITA
                           TO TB-PO-RECEITA-CUSTO(WS-POS-PRODUTO)
                       ADD SD-DS-CUSTO
                           TO TB-PO-CUSTO(WS-POS-PRODUTO)
                   END-IF

                   IF FLAG-DS-VENDA
                   AND SD-DS-NUMERO
                       NOT = TB-PO-ULTIMO-NUMERO(WS-POS-PRODUTO)
                       ADD 1 TO TB-PO-VENDAS(WS-POS-PRODUTO)
                       MOVE SD-DS-NUMERO
                           TO TB-PO-ULTIMO-NUMERO(WS-POS-PRODUTO)
                   END-IF
               WHEN FLAG-DS-MES-ANTERIOR
                   ADD SD-DS-QUANTIDADE
                       TO TB-PO-QTD-MES(WS-POS-PRODUTO)
                   ADD SD-DS-RECEITA
                       TO TB-PO-RECEITA-MES(WS-POS-PRODUTO)
               WHEN FLAG-DS-ANO-ANTERIOR
                   ADD SD-DS-QUANTIDADE
                       TO TB-PO-QTD-ANO(WS-POS-PRODUTO)
                   ADD SD-DS-RECEITA
                       TO TB-PO-RECEITA-ANO(WS-POS-PRODUTO)
           END-EVALUATE.
      *--------------------------------------------------------------*
       FECHAR-OPERADOR.

           PERFORM IMPRIMIR-PRODUTO-OPERADOR
           VARYING WS-IDX-PRODUTO FROM 1 BY 1
           UNTIL WS-IDX-PRODUTO > WS-TOTAL-PRODUTOS.

           MOVE TB-NV-ACUM(1) TO WS-ACUM-LINHA.
           MOVE "O"           TO WS-NIVEL-LINHA.
           MOVE "T.OPER"      TO WS-ROTULO-LINHA.
           MOVE SPACES        TO WS-CODIGO-LINHA WS-DESCRICAO-LINHA.
           MOVE WS-SETOR-ATUAL    TO WS-SETOR-LINHA.
           MOVE WS-OPERADOR-ATUAL TO WS-OPERADOR-LINHA.
           PERFORM EMITIR-LINHA-DESEMPENHO.

           MOVE 1 TO WS-NV-ORIGEM.
           MOVE 2 TO WS-NV-DESTINO.
           PERFORM SOMAR-NIVEL.
      *--------------------------------------------------------------*
       IMPRIMIR-PRODUTO-OPERADOR.

           MOVE TB-PO-ACUM(WS-IDX-PRODUTO)      TO WS-ACUM-LINHA.
           MOVE "P"                             TO WS-NIVEL-LINHA.
           MOVE TB-PO-CODIGO(WS-IDX-PRODUTO)    TO WS-ROTULO-LINHA
                                                   WS-CODIGO-LINHA.
           MOVE TB-PO-DESCRICAO(WS-IDX-PRODUTO) TO WS-DESCRICAO-LINHA.
           MOVE WS-SETOR-ATUAL                  TO WS-SETOR-LINHA.
           MOVE WS-OPERADOR-ATUAL               TO WS-OPERADOR-LINHA.
           PERFORM EMITIR-LINHA-DESEMPENHO.
      *--------------------------------------------------------------*
       FECHAR-SETOR.

           MOVE TB-NV-ACUM(2) TO WS-ACUM-LINHA.
           MOVE "S"           TO WS-NIVEL-LINHA.
           MOVE "T.SET"       TO WS-ROTULO-LINHA.
           MOVE WS-SETOR-ATUAL TO WS-SETOR-LINHA.
           MOVE SPACES        TO WS-OPERADOR-LINHA WS-CODIGO-LINHA
                                 WS-DESCRICAO-LINHA.
           PERFORM EMITIR-LINHA-DESEMPENHO.

           MOVE SPACES TO REC-RELAT-DESEMPENHO.
           WRITE REC-RELAT-DESEMPENHO
           BEFORE ADVANCING 1 LINE.

           MOVE 2 TO WS-NV-ORIGEM.
           MOVE 3 TO WS-NV-DESTINO.
           PERFORM SOMAR-NIVEL.
      *--------------------------------------------------------------*
       SOMAR-NIVEL.

           ADD TB-NV-QTD(WS-NV-ORIGEM)
               TO TB-NV-QTD(WS-NV-DESTINO).
           ADD TB-NV-RECEITA(WS-NV-ORIGEM)
               TO TB-NV-RECEITA(WS-NV-DESTINO).
           ADD TB-NV-RECEITA-CUSTO(WS-NV-ORIGEM)
               TO TB-NV-RECEITA-CUSTO(WS-NV-DESTINO).
           ADD TB-NV-CUSTO(WS-NV-ORIGEM)
               TO TB-NV-CUSTO(WS-NV-DESTINO).
           ADD TB-NV-VENDAS(WS-NV-ORIGEM)
               TO TB-NV-VENDAS(WS-NV-DESTINO).
           ADD TB-NV-QTD-MES(WS-NV-ORIGEM)
               TO TB-NV-QTD-MES(WS-NV-DESTINO).
           ADD TB-NV-RECEITA-MES(WS-NV-ORIGEM)
               TO TB-NV-RECEITA-MES(WS-NV-DESTINO).
           ADD TB-NV-QTD-ANO(WS-NV-ORIGEM)
               TO TB-NV-QTD-ANO(WS-NV-DESTINO).
           ADD TB-NV-RECEITA-ANO(WS-NV-ORIGEM)
               TO TB-NV-RECEITA-ANO(WS-NV-DESTINO).
      *--------------------------------------------------------------*
      *    MONTA A LINHA DO RELATORIO (E DO CSV) A PARTIR DE
      *    WS-ACUM-LINHA. MARGEM EM BRANCO QUANDO NENHUM PRODUTO DA
      *    LINHA TEM CUSTO MEDIO; CRESCIMENTO "NOVO" QUANDO NAO HAVIA
      *    RECEITA NO PERIODO DE COMPARACAO.
      *--------------------------------------------------------------*
       EMITIR-LINHA-DESEMPENHO.

           MOVE ZEROS TO WS-TICKET.

           IF WS-AC-VENDAS > ZEROS
               COMPUTE WS-TICKET ROUNDED =
                   WS-AC-RECEITA / WS-AC-VENDAS
                   ON SIZE ERROR MOVE ZEROS TO WS-TICKET
               END-COMPUTE
           END-IF.

           MOVE WS-ROTULO-LINHA   TO REL-ITEM.
           MOVE WS-AC-QTD         TO REL-QTD.
           MOVE WS-AC-RECEITA     TO REL-RECEITA.
           MOVE WS-TICKET         TO REL-TICKET.
           MOVE WS-AC-RECEITA-MES TO REL-RECEITA-MES.
           MOVE WS-AC-RECEITA-ANO TO REL-RECEITA-ANO.

           IF WS-AC-CUSTO > ZEROS
               COMPUTE WS-MARGEM ROUNDED =
                   (WS-AC-RECEITA-CUSTO - WS-AC-CUSTO)
                   * 100 / WS-AC-CUSTO
                   ON SIZE ERROR MOVE ZEROS TO WS-MARGEM
               END-COMPUTE
               MOVE WS-MARGEM TO REL-MARGEM WS-CSV-MARGEM
           ELSE
               MOVE SPACES TO REL-MARGEM-X WS-CSV-MARGEM-X
           END-IF.

           MOVE WS-AC-RECEITA-MES TO WS-BASE-COMPARACAO.
           PERFORM CALCULAR-CRESCIMENTO.

           IF WS-BASE-COMPARACAO > ZEROS
               MOVE WS-CRESCIMENTO TO REL-CRESC-MES WS-CSV-CRESC-MES
           ELSE
               MOVE "   NOVO" TO REL-CRESC-MES-X
               MOVE SPACES    TO WS-CSV-CRESC-MES-X
           END-IF.

           MOVE WS-AC-RECEITA-ANO TO WS-BASE-COMPARACAO.
           PERFORM CALCULAR-CRESCIMENTO.

           IF WS-BASE-COMPARACAO > ZEROS
               MOVE WS-CRESCIMENTO TO REL-CRESC-ANO WS-CSV-CRESC-ANO
           ELSE
               MOVE "   NOVO" TO REL-CRESC-ANO-X
               MOVE SPACES    TO WS-CSV-CRESC-ANO-X
           END-IF.

           WRITE REC-RELAT-DESEMPENHO FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           IF FLAG-GERAR-CSV
               PERFORM GRAVAR-LINHA-CSV
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-CRESCIMENTO.

           MOVE ZEROS TO WS-CRESCIMENTO.

           IF WS-BASE-COMPARACAO > ZEROS
               COMPUTE WS-CRESCIMENTO ROUNDED =
                   (WS-AC-RECEITA - WS-BASE-COMPARACAO)
                   * 100 / WS-BASE-COMPARACAO
                   ON SIZE ERROR MOVE 9999,9 TO WS-CRESCIMENTO
               END-COMPUTE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-CABECALHO-CSV.
           MOVE SPACES TO WS-CSV-LINHA.

           STRING "Nivel;Setor;Operador;Produto;Descricao;"
                      DELIMITED BY SIZE
                  "Quantidade;Receita;Vendas;TicketMedio;Margem%;"
                      DELIMITED BY SIZE
                  "QtdMesAnt;ReceitaMesAnt;Cresc%MesAnt;"
                      DELIMITED BY SIZE
                  "QtdAnoAnt;ReceitaAnoAnt;Cresc%AnoAnt"
                      DELIMITED BY SIZE
                  INTO WS-CSV-LINHA.

           MOVE SPACES TO REG-DESEMPENHO-CSV.
           MOVE WS-CSV-LINHA TO REG-DESEMPENHO-CSV.

           WRITE REG-DESEMPENHO-CSV.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-CSV.
           MOVE WS-AC-QTD         TO WS-CSV-QTD.
           MOVE WS-AC-RECEITA     TO WS-CSV-RECEITA.
           MOVE WS-AC-VENDAS      TO WS-CSV-VENDAS.
           MOVE WS-TICKET         TO WS-CSV-TICKET.
           MOVE WS-AC-QTD-MES     TO WS-CSV-QTD-MES.
           MOVE WS-AC-RECEITA-MES TO WS-CSV-RECEITA-MES.
           MOVE WS-AC-QTD-ANO     TO WS-CSV-QTD-ANO.
           MOVE WS-AC-RECEITA-ANO TO WS-CSV-RECEITA-ANO.

           MOVE SPACES TO WS-CSV-LINHA.

           STRING WS-NIVEL-LINHA     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-SETOR-LINHA     DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WS-OPERADOR-LINHA  DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WS-CODIGO-LINHA    DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WS-DESCRICAO-LINHA DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  WS-CSV-QTD         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-RECEITA     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-VENDAS      DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-TICKET      DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-MARGEM-X    DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-QTD-MES     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-RECEITA-MES DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-CRESC-MES-X DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-QTD-ANO     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-RECEITA-ANO DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-CSV-CRESC-ANO-X DELIMITED BY SIZE
                  INTO WS-CSV-LINHA.

           MOVE SPACES TO REG-DESEMPENHO-CSV.
           MOVE WS-CSV-LINHA TO REG-DESEMPENHO-CSV.

           WRITE REG-DESEMPENHO-CSV.
      *--------------------------------------------------------------*
       VERIFICAR-VERSAO-PRODUTOS-MESTRE.
           COPY VERIFICAR-VERSAO-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-DESEM"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-DESEM"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
