       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-PERDAS.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO MENSAL DE QUEBRAS: SOMA AS PERDAS DO MES EM
      *    perdas_estoque.dat (LANCADAS EM TP10-MOVTO) POR MOTIVO,
      *    POR SETOR E POR LOCAL RESPONSAVEL, COM A QUANTIDADE E O
      *    VALOR AO CUSTO MEDIO DO MOMENTO DA PERDA, E MOSTRA A PERDA
      *    COMO PERCENTUAL DAS VENDAS DO MES (vendas.dat, JA LIQUIDAS
      *    DAS DEVOLUCOES): O SETOR CONTRA AS VENDAS DO PROPRIO
      *    SETOR, MOTIVO E LOCAL CONTRA AS VENDAS TOTAIS DO MES.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERDA-SELECT.

           COPY VENDA-SELECT.

           COPY SETOR-SELECT.

           SELECT RELAT-PERDAS ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PERDA-FD.

       COPY VENDA-FD.

       COPY SETOR-FD.

       FD RELAT-PERDAS
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-PERDAS PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PERDA-STATUS.
           COPY VENDA-STATUS.
           COPY SETOR-STATUS.
           COPY MOTIVO-PERDA.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       01 WS-MES-INICIO.
           05 WS-INI-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-INI-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-INI-DIA            PIC 9(2)       VALUE 01.
       01 WS-MES-INICIO-NUM REDEFINES WS-MES-INICIO
                                    PIC 9(8).
       01 WS-MES-FIM.
           05 WS-FIM-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-FIM-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-FIM-DIA            PIC 9(2)       VALUE 31.
       01 WS-MES-FIM-NUM REDEFINES WS-MES-FIM
                                    PIC 9(8).
      *---- PERDAS POR MOTIVO (MESMA ORDEM DE MOTIVO-PERDA) ----------*
       01 TB-PERDAS-MOTIVO.
           02 PERDA-MOTIVO-ITEM OCCURS 7 TIMES.
               10 TB-PM-QUANTIDADE  PIC 9(7)       VALUE ZEROS.
               10 TB-PM-VALOR       PIC 9(9)V9(2)  VALUE ZEROS.
      *---- PERDAS E VENDAS POR SETOR (SUBSCRITO = CODIGO) -----------*
       01 TB-PERDAS-SETOR.
           02 PERDA-SETOR-ITEM OCCURS 99 TIMES.
               10 TB-PS-DESCRICAO   PIC X(11)      VALUE SPACES.
               10 TB-PS-QUANTIDADE  PIC 9(7)       VALUE ZEROS.
               10 TB-PS-VALOR       PIC 9(9)V9(2)  VALUE ZEROS.
               10 TB-PS-VENDAS      PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-SETOR-NUM              PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-SETOR              PIC 9(3)       VALUE ZEROS.
      *---- PERDAS POR LOCAL -----------------------------------------*
       77 CONST-LIMITE-LOCAIS-PERDA PIC 9(2)       VALUE 20.
       77 WS-TOTAL-LOCAIS-PERDA     PIC 9(2)       VALUE ZEROS.
       77 WS-POS-LOCAL-PERDA        PIC 9(2)       VALUE ZEROS.
           88 FLAG-LOCAL-PERDA-NA-TABELA VALUE 1 THRU 20.
       77 WS-IDX                    PIC 9(2)       VALUE ZEROS.
       01 TB-PERDAS-LOCAL.
           02 PERDA-LOCAL-ITEM OCCURS 20 TIMES.
               10 TB-PL-LOCAL       PIC X(2)       VALUE SPACES.
               10 TB-PL-QUANTIDADE  PIC 9(7)       VALUE ZEROS.
               10 TB-PL-VALOR       PIC 9(9)V9(2)  VALUE ZEROS.
      *---- TOTAIS DO MES --------------------------------------------*
       77 WS-TOTAL-QUANTIDADE       PIC 9(7)       VALUE ZEROS.
       77 WS-TOTAL-VALOR            PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOTAL-VENDAS           PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-BASE-VENDAS            PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-VALOR-LINHA            PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-PERCENTUAL             PIC 9(3)V9(2)  VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(30) VALUE "PERDAS DE ESTOQUE - MES: ".
           05 CAB-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 CAB-ANO PIC 9(4).
       01 CABEC2.
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "    Qtde".
           05 FILLER PIC X(16) VALUE "     Valor custo".
           05 FILLER PIC X(16) VALUE "      Vendas mes".
           05 FILLER PIC X(08) VALUE "  % vda".
       01 CABEC-SECAO.
           05 CAB-SECAO PIC X(40).
       01 DETALHE.
           05 REL-CHAVE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DESCRICAO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-QUANTIDADE PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-VENDAS PIC ----.---.--9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-PERCENTUAL PIC ZZ9,99.
           05 REL-PERCENTUAL-X REDEFINES REL-PERCENTUAL PIC X(06).
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-PERDAS - quebras e perdas do mes".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Mes de referencia (MM AAAA):".
           10 SC-COMP-MES           LINE + 0  COLUMN 40  PIC 99
           USING WS-COMP-MES.
           10 SC-COMP-ANO           LINE + 0  COLUMN 43  PIC 9999
           USING WS-COMP-ANO.

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
           PERFORM CARREGAR-SETORES.
           PERFORM CARREGAR-VENDAS.
           PERFORM CARREGAR-PERDAS.
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "MES INVALIDO" AT 2010
               STOP RUN
           END-IF.

           MOVE WS-COMP-ANO TO WS-INI-ANO WS-FIM-ANO.
           MOVE WS-COMP-MES TO WS-INI-MES WS-FIM-MES.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PERDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="perdas_estoque.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PERDAS==
                ==:DDVAR:==  BY =="DD_PERDAS-ESTOQUE"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VENDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SETORES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="setores.txt"==
                ==:DESTINO:== BY ==WS-ARQ-SETORES==
                ==:DDVAR:==  BY =="DD_SETORES"==.
      *--------------------------------------------------------------*
      *    SO A DESCRICAO DO SETOR PARA O RELATORIO; SEM O CADASTRO
      *    A LINHA SAI SO COM O CODIGO.
      *--------------------------------------------------------------*
       CARREGAR-SETORES.

           MOVE SPACES TO WS-STATUS-SETORES.

           PERFORM OBTER-CAMINHO-SETORES.

           OPEN INPUT SETORES.

           IF FLAG-SETORES-SUCESSO
               PERFORM CARREGAR-LINHA-SETOR WITH TEST BEFORE
               UNTIL FLAG-SETORES-EOF
               CLOSE SETORES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-SETOR.

           READ SETORES.

           IF NOT FLAG-SETORES-EOF
           AND FD-SETOR-CODIGO IS NUMERIC
           AND FD-SETOR-CODIGO > ZEROS
               MOVE FD-SETOR-DESCRICAO
                   TO TB-PS-DESCRICAO(FD-SETOR-CODIGO)
           END-IF.
      *--------------------------------------------------------------*
      *    AS DEVOLUCOES SAO LINHAS NEGATIVAS: A SOMA JA DA A VENDA
      *    LIQUIDA DO MES.
      *--------------------------------------------------------------*
       CARREGAR-VENDAS.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM SOMAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
           AND VD-DATA >= WS-MES-INICIO-NUM
           AND VD-DATA <= WS-MES-FIM-NUM
               ADD VD-VALOR-TOTAL TO WS-TOTAL-VENDAS

               IF VD-SETOR IS NUMERIC
                   MOVE VD-SETOR TO WS-SETOR-NUM
                   IF WS-SETOR-NUM > ZEROS
                       ADD VD-VALOR-TOTAL
                           TO TB-PS-VENDAS(WS-SETOR-NUM)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-PERDAS.

           MOVE SPACES TO WS-STATUS-PERDAS.

           PERFORM OBTER-CAMINHO-PERDAS.

           OPEN INPUT PERDAS-ESTOQUE.

           IF FLAG-PERDAS-SUCESSO
               PERFORM SOMAR-LINHA-PERDA WITH TEST BEFORE
               UNTIL FLAG-PERDAS-EOF
               CLOSE PERDAS-ESTOQUE
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-PERDA.

           READ PERDAS-ESTOQUE.

           IF NOT FLAG-PERDAS-EOF
           AND PE-DATA >= WS-MES-INICIO-NUM
           AND PE-DATA <= WS-MES-FIM-NUM
               ADD 1             TO CONTADOR
               ADD PE-QUANTIDADE TO WS-TOTAL-QUANTIDADE
               ADD PE-VALOR      TO WS-TOTAL-VALOR

               PERFORM SOMAR-PERDA-MOTIVO
               PERFORM SOMAR-PERDA-SETOR
               PERFORM SOMAR-PERDA-LOCAL
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-PERDA-MOTIVO.

           MOVE ZEROS TO WS-POS-MOTIVO-PERDA.

           PERFORM VARYING WS-IDX-MOTIVO-PERDA FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO-PERDA > CONST-QTD-MOTIVOS-PERDA

               IF WS-MPD-CODIGO(WS-IDX-MOTIVO-PERDA) = PE-MOTIVO
                   MOVE WS-IDX-MOTIVO-PERDA TO WS-POS-MOTIVO-PERDA
               END-IF
           END-PERFORM.

           IF FLAG-MOTIVO-PERDA-VALIDO
               ADD PE-QUANTIDADE
                   TO TB-PM-QUANTIDADE(WS-POS-MOTIVO-PERDA)
               ADD PE-VALOR
                   TO TB-PM-VALOR(WS-POS-MOTIVO-PERDA)
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-PERDA-SETOR.

           IF PE-SETOR IS NUMERIC
               MOVE PE-SETOR TO WS-SETOR-NUM
               IF WS-SETOR-NUM > ZEROS
                   ADD PE-QUANTIDADE
                       TO TB-PS-QUANTIDADE(WS-SETOR-NUM)
                   ADD PE-VALOR
                       TO TB-PS-VALOR(WS-SETOR-NUM)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-PERDA-LOCAL.

           MOVE ZEROS TO WS-POS-LOCAL-PERDA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-LOCAIS-PERDA

               IF TB-PL-LOCAL(WS-IDX) = PE-LOCAL
                   MOVE WS-IDX TO WS-POS-LOCAL-PERDA
               END-IF
           END-PERFORM.

           IF NOT FLAG-LOCAL-PERDA-NA-TABELA
           AND WS-TOTAL-LOCAIS-PERDA < CONST-LIMITE-LOCAIS-PERDA
               ADD 1 TO WS-TOTAL-LOCAIS-PERDA
               MOVE WS-TOTAL-LOCAIS-PERDA TO WS-POS-LOCAL-PERDA
               MOVE PE-LOCAL TO TB-PL-LOCAL(WS-POS-LOCAL-PERDA)
           END-IF.

           IF FLAG-LOCAL-PERDA-NA-TABELA
               ADD PE-QUANTIDADE
                   TO TB-PL-QUANTIDADE(WS-POS-LOCAL-PERDA)
               ADD PE-VALOR
                   TO TB-PL-VALOR(WS-POS-LOCAL-PERDA)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.

           DISPLAY "DD_RELAT-PERDAS" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-PERDAS.

           MOVE WS-COMP-MES TO CAB-MES.
           MOVE WS-COMP-ANO TO CAB-ANO.
           WRITE REC-RELAT-PERDAS FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-PERDAS FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           MOVE "POR MOTIVO" TO CAB-SECAO.
           WRITE REC-RELAT-PERDAS FROM CABEC-SECAO
           BEFORE ADVANCING 1 LINE.

           PERFORM IMPRIMIR-PERDA-MOTIVO
           VARYING WS-IDX-MOTIVO-PERDA FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO-PERDA > CONST-QTD-MOTIVOS-PERDA.

           MOVE SPACES TO REC-RELAT-PERDAS.
           WRITE REC-RELAT-PERDAS
           BEFORE ADVANCING 1 LINE.

           MOVE "POR SETOR" TO CAB-SECAO.
           WRITE REC-RELAT-PERDAS FROM CABEC-SECAO
           BEFORE ADVANCING 1 LINE.

           PERFORM IMPRIMIR-PERDA-SETOR
           VARYING WS-IDX-SETOR FROM 1 BY 1
           UNTIL WS-IDX-SETOR > 99.

           MOVE SPACES TO REC-RELAT-PERDAS.
           WRITE REC-RELAT-PERDAS
           BEFORE ADVANCING 1 LINE.

           MOVE "POR LOCAL RESPONSAVEL" TO CAB-SECAO.
           WRITE REC-RELAT-PERDAS FROM CABEC-SECAO
           BEFORE ADVANCING 1 LINE.

           PERFORM IMPRIMIR-PERDA-LOCAL
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-LOCAIS-PERDA.

           MOVE SPACES TO REC-RELAT-PERDAS.
           WRITE REC-RELAT-PERDAS
           BEFORE ADVANCING 1 LINE.

           MOVE SPACES              TO REL-CHAVE.
           MOVE "TOTAL DO MES"      TO REL-DESCRICAO.
           MOVE WS-TOTAL-QUANTIDADE TO REL-QUANTIDADE.
           MOVE WS-TOTAL-VALOR      TO WS-VALOR-LINHA.
           MOVE WS-TOTAL-VENDAS     TO WS-BASE-VENDAS.
           PERFORM EMITIR-LINHA-PERDA.

           CLOSE RELAT-PERDAS.

           STRING "MES=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " PERDAS=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE PERDAS GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       IMPRIMIR-PERDA-MOTIVO.

           MOVE WS-MPD-CODIGO(WS-IDX-MOTIVO-PERDA)    TO REL-CHAVE.
           MOVE WS-MPD-DESCRICAO(WS-IDX-MOTIVO-PERDA) TO REL-DESCRICAO.
           MOVE TB-PM-QUANTIDADE(WS-IDX-MOTIVO-PERDA)
               TO REL-QUANTIDADE.
           MOVE TB-PM-VALOR(WS-IDX-MOTIVO-PERDA)
               TO WS-VALOR-LINHA.
           MOVE WS-TOTAL-VENDAS                       TO WS-BASE-VENDAS.

           PERFORM EMITIR-LINHA-PERDA.
      *--------------------------------------------------------------*
      *    SO OS SETORES COM PERDA NO MES.
      *--------------------------------------------------------------*
       IMPRIMIR-PERDA-SETOR.

           IF TB-PS-QUANTIDADE(WS-IDX-SETOR) > ZEROS
               MOVE WS-IDX-SETOR                   TO WS-SETOR-NUM
               MOVE WS-SETOR-NUM                   TO REL-CHAVE
               MOVE TB-PS-DESCRICAO(WS-IDX-SETOR)  TO REL-DESCRICAO
               MOVE TB-PS-QUANTIDADE(WS-IDX-SETOR) TO REL-QUANTIDADE
               MOVE TB-PS-VALOR(WS-IDX-SETOR)      TO WS-VALOR-LINHA
               MOVE TB-PS-VENDAS(WS-IDX-SETOR)     TO WS-BASE-VENDAS

               PERFORM EMITIR-LINHA-PERDA
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-PERDA-LOCAL.

           MOVE TB-PL-LOCAL(WS-IDX)      TO REL-CHAVE.
           MOVE SPACES                   TO REL-DESCRICAO.
           MOVE TB-PL-QUANTIDADE(WS-IDX) TO REL-QUANTIDADE.
           MOVE TB-PL-VALOR(WS-IDX)      TO WS-VALOR-LINHA.
           MOVE WS-TOTAL-VENDAS          TO WS-BASE-VENDAS.

           PERFORM EMITIR-LINHA-PERDA.
      *--------------------------------------------------------------*
      *    PERCENTUAL = PERDA / VENDAS DA BASE x 100; SEM VENDA NO
      *    MES (OU NO SETOR) NAO HA PERCENTUAL A MOSTRAR.
      *--------------------------------------------------------------*
       EMITIR-LINHA-PERDA.

           MOVE WS-VALOR-LINHA TO REL-VALOR.
           MOVE WS-BASE-VENDAS TO REL-VENDAS.

           IF WS-BASE-VENDAS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-VALOR-LINHA * 100 / WS-BASE-VENDAS
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
               END-COMPUTE
               MOVE WS-PERCENTUAL TO REL-PERCENTUAL
           ELSE
               MOVE "   -  " TO REL-PERCENTUAL-X
           END-IF.

           WRITE REC-RELAT-PERDAS FROM DETALHE
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-PERDA"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-PERDA"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
