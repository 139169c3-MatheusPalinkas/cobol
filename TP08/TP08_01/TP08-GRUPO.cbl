       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-GRUPO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO CONSOLIDADO DO GRUPO: LE folha.dat E rpas.dat DE
      *    UMA COMPETENCIA, ACUMULA POR EMPRESA (FH-EMPRESA E
      *    RP-EMPRESA, COM O REGISTRO ANTIGO EM BRANCO VALENDO A
      *    MATRIZ) E IMPRIME UM BLOCO POR EMPRESA COM A RAZAO SOCIAL
      *    DE empresa.dat, OS FUNCIONARIOS DA FOLHA NORMAL, BRUTO,
      *    INSS, IRRF, FGTS E LIQUIDO DE TODAS AS FOLHAS E OS RPAS
      *    PAGOS, SEGUIDO DOS TOTAIS DO GRUPO, NO MESMO ESTILO DE
      *    PAGINACAO DO TP08-RELAT-FOLHA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FOLHA-SELECT.

           COPY RPA-SELECT.

           SELECT RELAT-GRUPO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY FOLHA-FD.

       COPY RPA-FD.

       FD RELAT-GRUPO
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-GRUPO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 CONTPAG                   PIC 999               VALUE 1.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY RPA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-DESTINO-RELAT          PIC X(40)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
      *---- ACUMULACAO POR EMPRESA -----------------------------------*
       77 CONST-LIMITE-EMPRESAS     PIC 9(2)              VALUE 20.
       77 WS-TOTAL-EMPRESAS         PIC 9(2)              VALUE ZEROS.
       77 WS-POS-EMPRESA            PIC 9(2)              VALUE ZEROS.
           88 FLAG-EMPRESA-NA-TABELA           VALUE 1 THRU 20.
       77 WS-IDX                    PIC 9(2)              VALUE ZEROS.
       77 WS-EMPRESA-LIDA           PIC X(02)             VALUE SPACES.
       01 TB-GRUPO.
           02 GRUPO-ITEM OCCURS 20 TIMES.
               10 TB-GR-EMPRESA     PIC X(02)      VALUE SPACES.
               10 TB-GR-FUNC        PIC 9(5)       VALUE ZEROS.
               10 TB-GR-BRUTO       PIC 9(8)V9(2)  VALUE ZEROS.
               10 TB-GR-INSS        PIC 9(8)V9(2)  VALUE ZEROS.
               10 TB-GR-IRRF        PIC 9(8)V9(2)  VALUE ZEROS.
               10 TB-GR-FGTS        PIC 9(8)V9(2)  VALUE ZEROS.
               10 TB-GR-LIQUIDO     PIC 9(8)V9(2)  VALUE ZEROS.
               10 TB-GR-QTD-RPA     PIC 9(5)       VALUE ZEROS.
               10 TB-GR-BRUTO-RPA   PIC 9(8)V9(2)  VALUE ZEROS.
      *---- TOTAIS DO GRUPO ------------------------------------------*
       77 TOTAL-FUNC                PIC 9(5)              VALUE ZEROS.
       77 TOTAL-BRUTO               PIC 9(8)V9(2)         VALUE ZEROS.
       77 TOTAL-LIQUIDO             PIC 9(8)V9(2)         VALUE ZEROS.
       77 TOTAL-INSS                PIC 9(8)V9(2)         VALUE ZEROS.
       77 TOTAL-IRRF                PIC 9(8)V9(2)         VALUE ZEROS.
       77 TOTAL-FGTS                PIC 9(8)V9(2)         VALUE ZEROS.
       77 TOTAL-QTD-RPA             PIC 9(5)              VALUE ZEROS.
       77 TOTAL-BRUTO-RPA           PIC 9(8)V9(2)         VALUE ZEROS.
      *---- LAYOUT DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "CONSOLIDADO DO GRUPO".
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "PAG. ".
           05 RELPAG PIC ZZ9.
       01 CABEC2.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Competencia: ".
           05 CAB-COMP-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 CAB-COMP-ANO PIC 9(4).
       01 EMPRESA-LINHA.
           05 FILLER PIC X(09) VALUE "Empresa: ".
           05 REL-EMPRESA PIC X(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 REL-RAZAO PIC X(30).
           05 FILLER PIC X(08) VALUE "  CNPJ: ".
           05 REL-CNPJ PIC X(14).
       01 EMPRESA-LINHA-1.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Funcionarios: ".
           05 EMP-FUNC PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "Bruto: ".
           05 EMP-BRUTO PIC $ZZ.ZZZ.ZZ9,99.
       01 EMPRESA-LINHA-2.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "INSS: ".
           05 EMP-INSS PIC $ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "IRRF: ".
           05 EMP-IRRF PIC $ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "FGTS: ".
           05 EMP-FGTS PIC $ZZ.ZZZ.ZZ9,99.
       01 EMPRESA-LINHA-3.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "Liquido: ".
           05 EMP-LIQUIDO PIC $ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "RPAs: ".
           05 EMP-QTD-RPA PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Bruto RPA: ".
           05 EMP-BRUTO-RPA PIC $ZZ.ZZZ.ZZ9,99.
       01 SEM-REGISTROS.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "Nenhum registro encontrado.".
       01 RODAPE.
           05 FILLER PIC X(50) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "Empresas do grupo: ".
           05 RELCONT PIC ZZ9.
       01 TOTAL-TITULO.
           05 FILLER PIC X(30) VALUE "TOTAL DO GRUPO".
       01 TOTAL-LINHA-1.
           05 FILLER PIC X(22) VALUE "Funcionarios:".
           05 TOT-FUNC PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Total bruto: ".
           05 TOT-BRUTO PIC $ZZ.ZZZ.ZZ9,99.
       01 TOTAL-LINHA-2.
           05 FILLER PIC X(13) VALUE "Total INSS: ".
           05 TOT-INSS PIC $ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Total IRRF: ".
           05 TOT-IRRF PIC $ZZ.ZZZ.ZZ9,99.
       01 TOTAL-LINHA-3.
           05 FILLER PIC X(13) VALUE "Total FGTS: ".
           05 TOT-FGTS PIC $ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Total liquido: ".
           05 TOT-LIQUIDO PIC $ZZ.ZZZ.ZZ9,99.
       01 TOTAL-LINHA-4.
           05 FILLER PIC X(22) VALUE "RPAs:".
           05 TOT-QTD-RPA PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Bruto RPA: ".
           05 TOT-BRUTO-RPA PIC $ZZ.ZZZ.ZZ9,99.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP08-GRUPO - consolidado do grupo por empresa".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12):".
           10 SC-COMP-MES           LINE + 0  COLUMN 47
           USING WS-COMP-MES.

           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 47
           USING WS-COMP-ANO.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM ACUMULAR-FOLHA.
           PERFORM ACUMULAR-RPAS.

           DISPLAY "DD_RELAT-GRUPO"  UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-GRUPO.

           IF WS-TOTAL-EMPRESAS = ZEROS
               WRITE REC-RELAT-GRUPO FROM SEM-REGISTROS
               BEFORE ADVANCING 1 LINE
           ELSE
               PERFORM WRITE-CABECALHO

               PERFORM IMPRIMIR-EMPRESA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-EMPRESAS

               PERFORM IMPRIMIR-TOTAIS
           END-IF.

           PERFORM FECHAR-ARQUIVOS.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida - informe novamente"
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
       OBTER-CAMINHO-RPAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rpas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RPAS==
                ==:DDVAR:==  BY =="DD_RPAS"==.
      *--------------------------------------------------------------*
       ACUMULAR-FOLHA.
           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF NOT FLAG-FOLHA-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FOLHA"
               STOP RUN
           END-IF.

           PERFORM ACUMULAR-LINHA-FOLHA WITH TEST BEFORE
           UNTIL FLAG-FOLHA-EOF.

           CLOSE FOLHA.
      *--------------------------------------------------------------*
      *    A CONTAGEM DE FUNCIONARIOS SO CONSIDERA A FOLHA NORMAL;
      *    OS VALORES SOMAM TODAS AS FOLHAS DA COMPETENCIA.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
                   MOVE FH-EMPRESA TO WS-EMPRESA-LIDA
                   PERFORM LOCALIZAR-EMPRESA-TABELA

                   IF FLAG-EMPRESA-NA-TABELA
                       IF FLAG-FH-NORMAL
                           ADD 1 TO TB-GR-FUNC(WS-POS-EMPRESA)
                       END-IF

                       ADD FH-SALARIO-BRUTO
                           TO TB-GR-BRUTO(WS-POS-EMPRESA)
                       ADD FH-DESCONTO-INSS
                           TO TB-GR-INSS(WS-POS-EMPRESA)
                       ADD FH-DESCONTO-IRRF
                           TO TB-GR-IRRF(WS-POS-EMPRESA)
                       ADD FH-FGTS
                           TO TB-GR-FGTS(WS-POS-EMPRESA)
                       ADD FH-SALARIO-LIQUIDO
                           TO TB-GR-LIQUIDO(WS-POS-EMPRESA)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    SEM rpas.dat NAO HOUVE PAGAMENTO A AUTONOMOS.
      *--------------------------------------------------------------*
       ACUMULAR-RPAS.
           MOVE SPACES TO WS-STATUS-RPAS.

           PERFORM OBTER-CAMINHO-RPAS.

           OPEN INPUT RPAS.

           IF FLAG-RPAS-SUCESSO
               PERFORM ACUMULAR-LINHA-RPA WITH TEST BEFORE
               UNTIL FLAG-RPAS-EOF
               CLOSE RPAS
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-RPA.

           READ RPAS.

           IF NOT FLAG-RPAS-EOF
               IF RP-COMP-MES = WS-COMP-MES
               AND RP-COMP-ANO = WS-COMP-ANO
                   MOVE RP-EMPRESA TO WS-EMPRESA-LIDA
                   PERFORM LOCALIZAR-EMPRESA-TABELA

                   IF FLAG-EMPRESA-NA-TABELA
                       ADD 1 TO TB-GR-QTD-RPA(WS-POS-EMPRESA)
                       ADD RP-VALOR-BRUTO
                           TO TB-GR-BRUTO-RPA(WS-POS-EMPRESA)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    POSICIONA WS-POS-EMPRESA NA EMPRESA WS-EMPRESA-LIDA,
      *    INCLUINDO-A NA TABELA NA PRIMEIRA OCORRENCIA.
      *--------------------------------------------------------------*
       LOCALIZAR-EMPRESA-TABELA.
           MOVE ZEROS TO WS-POS-EMPRESA.

           IF WS-EMPRESA-LIDA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-EMPRESA-LIDA
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-EMPRESAS

               IF TB-GR-EMPRESA(WS-IDX) = WS-EMPRESA-LIDA
                   MOVE WS-IDX TO WS-POS-EMPRESA
               END-IF
           END-PERFORM.

           IF NOT FLAG-EMPRESA-NA-TABELA
               IF WS-TOTAL-EMPRESAS >= CONST-LIMITE-EMPRESAS
                   DISPLAY "TABELA DE EMPRESAS CHEIA - EMPRESA "
                       WS-EMPRESA-LIDA " FORA DO RELATORIO"
               ELSE
                   ADD 1 TO WS-TOTAL-EMPRESAS
                   MOVE WS-TOTAL-EMPRESAS TO WS-POS-EMPRESA
                   MOVE WS-EMPRESA-LIDA
                       TO TB-GR-EMPRESA(WS-POS-EMPRESA)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       WRITE-CABECALHO.
           MOVE CONTPAG     TO RELPAG.
           MOVE WS-COMP-MES TO CAB-COMP-MES.
           MOVE WS-COMP-ANO TO CAB-COMP-ANO.
           WRITE REC-RELAT-GRUPO FROM CABEC1 BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-GRUPO FROM CABEC2 BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
       IMPRIMIR-EMPRESA.
           MOVE TB-GR-EMPRESA(WS-IDX) TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           MOVE TB-GR-EMPRESA(WS-IDX)   TO REL-EMPRESA.

           IF FLAG-EMPRESA-LOCALIZADA
               MOVE WS-EMP-RAZAO        TO REL-RAZAO
               MOVE WS-EMP-CNPJ         TO REL-CNPJ
           ELSE
               MOVE "EMPRESA NAO CADASTRADA" TO REL-RAZAO
               MOVE SPACES              TO REL-CNPJ
           END-IF.

           MOVE TB-GR-FUNC(WS-IDX)      TO EMP-FUNC.
           MOVE TB-GR-BRUTO(WS-IDX)     TO EMP-BRUTO.
           MOVE TB-GR-INSS(WS-IDX)      TO EMP-INSS.
           MOVE TB-GR-IRRF(WS-IDX)      TO EMP-IRRF.
           MOVE TB-GR-FGTS(WS-IDX)      TO EMP-FGTS.
           MOVE TB-GR-LIQUIDO(WS-IDX)   TO EMP-LIQUIDO.
           MOVE TB-GR-QTD-RPA(WS-IDX)   TO EMP-QTD-RPA.
           MOVE TB-GR-BRUTO-RPA(WS-IDX) TO EMP-BRUTO-RPA.

           WRITE REC-RELAT-GRUPO FROM EMPRESA-LINHA
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.
           WRITE REC-RELAT-GRUPO FROM EMPRESA-LINHA-1
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.
           WRITE REC-RELAT-GRUPO FROM EMPRESA-LINHA-2
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.
           WRITE REC-RELAT-GRUPO FROM EMPRESA-LINHA-3
           BEFORE ADVANCING 2 LINES
           END-OF-PAGE PERFORM FIMPAGINA.

           ADD TB-GR-FUNC(WS-IDX)      TO TOTAL-FUNC.
           ADD TB-GR-BRUTO(WS-IDX)     TO TOTAL-BRUTO.
           ADD TB-GR-INSS(WS-IDX)      TO TOTAL-INSS.
           ADD TB-GR-IRRF(WS-IDX)      TO TOTAL-IRRF.
           ADD TB-GR-FGTS(WS-IDX)      TO TOTAL-FGTS.
           ADD TB-GR-LIQUIDO(WS-IDX)   TO TOTAL-LIQUIDO.
           ADD TB-GR-QTD-RPA(WS-IDX)   TO TOTAL-QTD-RPA.
           ADD TB-GR-BRUTO-RPA(WS-IDX) TO TOTAL-BRUTO-RPA.
      *--------------------------------------------------------------*
       FIMPAGINA.
           MOVE WS-TOTAL-EMPRESAS TO RELCONT.
           WRITE REC-RELAT-GRUPO FROM RODAPE BEFORE ADVANCING PAGE.
           ADD 1 TO CONTPAG.
           PERFORM WRITE-CABECALHO.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAIS.
           MOVE TOTAL-FUNC      TO TOT-FUNC.
           MOVE TOTAL-BRUTO     TO TOT-BRUTO.
           MOVE TOTAL-INSS      TO TOT-INSS.
           MOVE TOTAL-IRRF      TO TOT-IRRF.
           MOVE TOTAL-FGTS      TO TOT-FGTS.
           MOVE TOTAL-LIQUIDO   TO TOT-LIQUIDO.
           MOVE TOTAL-QTD-RPA   TO TOT-QTD-RPA.
           MOVE TOTAL-BRUTO-RPA TO TOT-BRUTO-RPA.

           WRITE REC-RELAT-GRUPO FROM TOTAL-TITULO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-GRUPO FROM TOTAL-LINHA-1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-GRUPO FROM TOTAL-LINHA-2
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-GRUPO FROM TOTAL-LINHA-3
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-GRUPO FROM TOTAL-LINHA-4
           BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE RELAT-GRUPO.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMPRESAS=" DELIMITED BY SIZE
                  WS-TOTAL-EMPRESAS DELIMITED BY SIZE
                  " DESTINO=" DELIMITED BY SIZE
                  WS-DESTINO-RELAT DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CONSOLIDADO GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-GRUPO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-GRUPO"==
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
