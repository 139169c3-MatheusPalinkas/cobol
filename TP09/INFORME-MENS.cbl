       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INFORME-MENS.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    INFORME ANUAL DE PAGAMENTOS DE MENSALIDADE PARA A
      *    DECLARACAO DE IMPOSTO DE RENDA DOS PAIS: PARA O ANO-BASE
      *    (DATA DO PAGAMENTO EM mensalidades.dat) GERA, POR
      *    MATRICULA, informe_MATRICULA_AAAA.txt COM O CABECALHO DA
      *    ESCOLA (empresa.dat), O ALUNO E O RESPONSAVEL FINANCEIRO
      *    (responsaveis.txt), CADA MES PAGO COM A DATA E O VALOR E O
      *    TOTAL DO ANO. MULTA E JUROS DE ATRASO NAO SAO DEDUTIVEIS E
      *    FICAM FORA DO VALOR INFORMADO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS.

      *    ALUNOS DO ANO-BASE JA ENCERRADO (VER ARQUIVAR-ANO NO
      *    ENCERRA-ANO), PARA QUEM NAO ESTA MAIS EM ALUNOS.DAT.
           SELECT ALUNOS-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS-HIST.

           COPY MENSALIDADE-SELECT.

           COPY RESPONSAVEL-SELECT.

           SELECT ARQ-INFORME ASSIGN TO WS-DESTINO-INFORME.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS
           LABEL RECORD STANDARD
           DATA RECORD IS REG-ALUNO.

       01  REG-ALUNO.
           05 AL-MATRICULA          PIC X(06)             VALUE SPACES.
           05 AL-TURMA              PIC X(03)             VALUE SPACES.
           05 AL-NOME               PIC X(35)             VALUE SPACES.
           05 AL-NOTAS.
               10 AL-NOTA-COMP OCCURS 5 TIMES PIC 99V9.
           05 FILLER                PIC X(02)             VALUE SPACES.

       FD  ALUNOS-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALUNO-HIST.

       01  REG-ALUNO-HIST.
           05 AH-MATRICULA          PIC X(06)             VALUE SPACES.
           05 AH-TURMA              PIC X(03)             VALUE SPACES.
           05 AH-NOME               PIC X(35)             VALUE SPACES.
           05 FILLER                PIC X(36)             VALUE SPACES.

       COPY MENSALIDADE-FD.

       COPY RESPONSAVEL-FD.

       FD ARQ-INFORME
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-INFORME PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY MENSALIDADE-STATUS.
           COPY RESPONSAVEL-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-ARQ-ALUNOS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-SUCESSO                  VALUE "00".
           88 FLAG-ALUNOS-EOF                      VALUE "10".
       77 WS-ARQ-ALUNOS-HIST        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS-HIST     PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-HIST-SUCESSO             VALUE "00".
           88 FLAG-ALUNOS-HIST-EOF                 VALUE "10".
       77 WS-DESTINO-INFORME        PIC X(60)      VALUE SPACES.
      *---- PARAMETROS -----------------------------------------------*
       01 WS-FILTRO.
           05 WS-ANO-BASE           PIC 9(04)      VALUE ZEROS.
           05 WS-MATRICULA-FILTRO   PIC X(06)      VALUE SPACES.
       01 WS-DATA-HOJE              PIC 9(08)      VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
       01 WS-DATA-TRABALHO          PIC 9(08)      VALUE ZEROS.
       01 WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           05 WS-TRAB-ANO           PIC 9(04).
           05 WS-TRAB-MES           PIC 9(02).
           05 WS-TRAB-DIA           PIC 9(02).
       01 WS-ANO-MES-TRABALHO       PIC 9(06)      VALUE ZEROS.
       01 WS-ANO-MES-TRABALHO-R REDEFINES WS-ANO-MES-TRABALHO.
           05 WS-AM-ANO             PIC 9(04).
           05 WS-AM-MES             PIC 9(02).
      *---- PAGAMENTOS DO ANO-BASE -----------------------------------*
       77 CONST-LIMITE-PAGAMENTOS   PIC 9(4)       VALUE 999.
       77 WS-TOTAL-PAGAMENTOS       PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-PG                 PIC 9(4)       VALUE ZEROS.
       01 TB-PAGAMENTOS.
           02 PAGAMENTO-ITEM OCCURS 999 TIMES.
               10 TB-PG-MATRICULA   PIC X(06)      VALUE SPACES.
               10 TB-PG-ANO-MES     PIC 9(06)      VALUE ZEROS.
               10 TB-PG-DATA        PIC 9(08)      VALUE ZEROS.
               10 TB-PG-VALOR       PIC 9(5)V9(2)  VALUE ZEROS.
      *---- MATRICULAS COM INFORME -----------------------------------*
       77 WS-TOTAL-INFORMES         PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-IF                 PIC 9(4)       VALUE ZEROS.
       77 WS-ACHOU-INFORME          PIC 9          VALUE ZEROS.
           88 FLAG-ACHOU-INFORME                   VALUE 1.
       01 TB-INFORMES.
           02 INFORME-ITEM OCCURS 999 TIMES.
               10 TB-IF-MATRICULA   PIC X(06)      VALUE SPACES.
      *---- RESPONSAVEIS ---------------------------------------------*
       77 CONST-LIMITE-RESPONSAVEIS PIC 9(4)       VALUE 999.
       77 WS-TOTAL-RESPONSAVEIS     PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-RF                 PIC 9(4)       VALUE ZEROS.
       01 TB-RESPONSAVEIS.
           02 RESPONSAVEL-ITEM OCCURS 999 TIMES.
               10 TB-RF-MATRICULA   PIC X(06)      VALUE SPACES.
               10 TB-RF-NOME        PIC X(35)      VALUE SPACES.
               10 TB-RF-CPF         PIC X(11)      VALUE SPACES.
      *---- CALCULO --------------------------------------------------*
       77 WS-VALOR-DEDUTIVEL        PIC S9(6)V9(2) VALUE ZEROS.
       77 WS-TOTAL-ALUNO            PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-NOME-ALUNO             PIC X(35)      VALUE SPACES.
       77 WS-QTD-GERADOS            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-IGNORADOS          PIC 9(4)       VALUE ZEROS.
      *---- LINHAS DO INFORME ----------------------------------------*
       01 IF-CAB-EMPRESA.
           05 IF-CAB-RAZAO PIC X(30).
           05 FILLER PIC X(8) VALUE "  CNPJ: ".
           05 IF-CAB-CNPJ PIC X(14).
       01 IF-CAB-ENDERECO.
           05 IF-CAB-END PIC X(40).
       01 IF-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              "INFORME DE PAGAMENTOS - DESPESAS COM EDUCACAO".
       01 IF-LINHA-ANO.
           05 FILLER PIC X(16) VALUE "Ano-calendario: ".
           05 IF-ANO PIC 9(4).
       01 IF-LINHA-ALUNO.
           05 FILLER PIC X(7) VALUE "Aluno: ".
           05 IF-NOME PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Matricula: ".
           05 IF-MATRICULA PIC X(6).
       01 IF-LINHA-RESPONSAVEL.
           05 FILLER PIC X(13) VALUE "Responsavel: ".
           05 IF-RESP-NOME PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "CPF: ".
           05 IF-RESP-CPF PIC X(11).
       01 IF-CABECALHO.
           05 FILLER PIC X(40) VALUE
              "Mes ref.   Data pgto      Valor pago".
       01 IF-DETALHE.
           05 IF-DET-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 IF-DET-ANO PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 IF-DET-DIA-PGTO PIC 99.
           05 FILLER PIC X VALUE "/".
           05 IF-DET-MES-PGTO PIC 99.
           05 FILLER PIC X VALUE "/".
           05 IF-DET-ANO-PGTO PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 IF-DET-VALOR PIC ZZ.ZZ9,99.
       01 IF-LINHA-TOTAL.
           05 FILLER PIC X(25) VALUE "Total pago no ano".
           05 IF-TOTAL PIC ZZZ.ZZ9,99.
       01 IF-LINHA-NOTA.
           05 FILLER PIC X(60) VALUE
              "Valores sem multa e juros por atraso (nao dedutiveis).".
       01 IF-RODAPE.
           05 FILLER PIC X(11) VALUE "Emitido em ".
           05 IF-ROD-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 IF-ROD-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 IF-ROD-ANO PIC 9(4).
           05 FILLER PIC X(9) VALUE SPACES.
           05 IF-ROD-EMPRESA PIC X(30).
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "INFORME-MENS - informe anual de pagamentos".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Ano-base (zero = ano anterior):".
           10 SC-ANO-BASE           LINE + 0  COLUMN 45
           USING WS-ANO-BASE.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Matricula (branco = todas):".
           10 SC-MATRICULA-FILTRO   LINE + 0  COLUMN 45
           USING WS-MATRICULA-FILTRO.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IF WS-ANO-BASE = ZEROS
               COMPUTE WS-ANO-BASE = WS-HOJE-ANO - 1
           END-IF.

           COPY OBTER-DIR-DADOS.

           PERFORM LER-EMPRESA.

           PERFORM CARREGAR-PAGAMENTOS.

           IF WS-TOTAL-INFORMES = ZEROS
               DISPLAY "NENHUM PAGAMENTO NO ANO-BASE " WS-ANO-BASE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-RESPONSAVEIS.

           PERFORM GERAR-INFORME-ALUNO
           VARYING WS-IDX-IF FROM 1 BY 1
           UNTIL WS-IDX-IF > WS-TOTAL-INFORMES.

           DISPLAY "INFORMES GERADOS: " WS-QTD-GERADOS.

           IF WS-QTD-IGNORADOS > ZEROS
               DISPLAY "PAGAMENTOS FORA DO INFORME (LIMITE): "
                   WS-QTD-IGNORADOS
           END-IF.

           STRING "ANO=" DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  " MAT=" DELIMITED BY SIZE
                  WS-MATRICULA-FILTRO DELIMITED BY SIZE
                  " GERADOS=" DELIMITED BY SIZE
                  WS-QTD-GERADOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "INFORMES GERADOS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ANO-BASE.
           ACCEPT SC-MATRICULA-FILTRO.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ALUNOS.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-ALUNOS==
                ==:DDVAR:==  BY =="DD_ALUNOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MENSALIDADES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="mensalidades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MENSALIDADES==
                ==:DDVAR:==  BY =="DD_MENSALIDADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESPONSAVEIS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="responsaveis.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RESPONSAVEIS==
                ==:DDVAR:==  BY =="DD_RESPONSAVEIS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS-HIST.

           MOVE SPACES TO WS-ARQ-ALUNOS-HIST.
           STRING WS-DIR-DADOS     DELIMITED BY SPACE
                  "\ALUNOS_"       DELIMITED BY SIZE
                  WS-ANO-BASE      DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
                  INTO WS-ARQ-ALUNOS-HIST.
           DISPLAY "DD_ALUNOS-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-ALUNOS-HIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       CARREGAR-PAGAMENTOS.

           MOVE ZEROS  TO WS-TOTAL-PAGAMENTOS WS-TOTAL-INFORMES.
           MOVE SPACES TO WS-STATUS-MENSALIDADES.

           PERFORM OBTER-CAMINHO-MENSALIDADES.

           OPEN INPUT MENSALIDADES.

           IF FLAG-MENSALIDADES-SUCESSO
               PERFORM CARREGAR-LINHA-PAGAMENTO WITH TEST BEFORE
               UNTIL FLAG-MENSALIDADES-EOF
               CLOSE MENSALIDADES
           END-IF.
      *--------------------------------------------------------------*
      *    ENTRA TODO VALOR JA RECEBIDO COM DATA NO ANO-BASE (PAGO OU
      *    PARCIAL), DESCONTADOS MULTA E JUROS E LIMITADO AO
      *    PRINCIPAL - COBRANCA ANTIGA, SEM OS ENCARGOS SEPARADOS,
      *    TEM A MULTA DENTRO DO VALOR PAGO.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PAGAMENTO.

           READ MENSALIDADES.

           IF NOT FLAG-MENSALIDADES-EOF
               IF MS-VALOR-MULTA NOT NUMERIC
                   MOVE ZEROS TO MS-VALOR-MULTA
               END-IF
               IF MS-VALOR-JUROS NOT NUMERIC
                   MOVE ZEROS TO MS-VALOR-JUROS
               END-IF

               MOVE MS-DATA-PGTO TO WS-DATA-TRABALHO

               IF MS-VALOR-PAGO > ZEROS
               AND WS-TRAB-ANO = WS-ANO-BASE
               AND (WS-MATRICULA-FILTRO = SPACES
                    OR MS-MATRICULA = WS-MATRICULA-FILTRO)
                   PERFORM GUARDAR-PAGAMENTO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GUARDAR-PAGAMENTO.

           IF WS-TOTAL-PAGAMENTOS >= CONST-LIMITE-PAGAMENTOS
               ADD 1 TO WS-QTD-IGNORADOS
           ELSE
               COMPUTE WS-VALOR-DEDUTIVEL = MS-VALOR-PAGO
                   - MS-VALOR-MULTA - MS-VALOR-JUROS

               IF WS-VALOR-DEDUTIVEL > MS-VALOR
                   MOVE MS-VALOR TO WS-VALOR-DEDUTIVEL
               END-IF

               IF WS-VALOR-DEDUTIVEL < ZEROS
                   MOVE ZEROS TO WS-VALOR-DEDUTIVEL
               END-IF

               ADD 1 TO WS-TOTAL-PAGAMENTOS
               MOVE MS-MATRICULA TO TB-PG-MATRICULA(WS-TOTAL-PAGAMENTOS)
               MOVE MS-ANO-MES   TO TB-PG-ANO-MES(WS-TOTAL-PAGAMENTOS)
               MOVE MS-DATA-PGTO TO TB-PG-DATA(WS-TOTAL-PAGAMENTOS)
               MOVE WS-VALOR-DEDUTIVEL
                   TO TB-PG-VALOR(WS-TOTAL-PAGAMENTOS)

               MOVE ZEROS TO WS-ACHOU-INFORME

               PERFORM VARYING WS-IDX-IF FROM 1 BY 1
               UNTIL WS-IDX-IF > WS-TOTAL-INFORMES
                   IF TB-IF-MATRICULA(WS-IDX-IF) = MS-MATRICULA
                       MOVE 1 TO WS-ACHOU-INFORME
                   END-IF
               END-PERFORM

               IF NOT FLAG-ACHOU-INFORME
                   ADD 1 TO WS-TOTAL-INFORMES
                   MOVE MS-MATRICULA
                       TO TB-IF-MATRICULA(WS-TOTAL-INFORMES)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-RESPONSAVEIS.

           MOVE ZEROS  TO WS-TOTAL-RESPONSAVEIS.
           MOVE SPACES TO WS-STATUS-RESPONSAVEIS.

           PERFORM OBTER-CAMINHO-RESPONSAVEIS.

           OPEN INPUT RESPONSAVEIS.

           IF FLAG-RESPONSAVEIS-SUCESSO
               PERFORM CARREGAR-LINHA-RESPONSAVEL WITH TEST BEFORE
               UNTIL FLAG-RESPONSAVEIS-EOF
               OR WS-TOTAL-RESPONSAVEIS >= CONST-LIMITE-RESPONSAVEIS
               CLOSE RESPONSAVEIS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-RESPONSAVEL.

           READ RESPONSAVEIS.

           IF NOT FLAG-RESPONSAVEIS-EOF
               ADD 1 TO WS-TOTAL-RESPONSAVEIS
               MOVE RF-MATRICULA
                   TO TB-RF-MATRICULA(WS-TOTAL-RESPONSAVEIS)
               MOVE RF-NOME TO TB-RF-NOME(WS-TOTAL-RESPONSAVEIS)
               MOVE RF-CPF  TO TB-RF-CPF(WS-TOTAL-RESPONSAVEIS)
           END-IF.
      *--------------------------------------------------------------*
       GERAR-INFORME-ALUNO.

           PERFORM BUSCAR-NOME-ALUNO.

           MOVE SPACES TO WS-DESTINO-INFORME.

           STRING WS-DIR-DADOS                DELIMITED BY SPACE
                  "\informe_"                 DELIMITED BY SIZE
                  TB-IF-MATRICULA(WS-IDX-IF)  DELIMITED BY SPACE
                  "_"                         DELIMITED BY SIZE
                  WS-ANO-BASE                 DELIMITED BY SIZE
                  ".txt"                      DELIMITED BY SIZE
                  INTO WS-DESTINO-INFORME.

           OPEN OUTPUT ARQ-INFORME.

           MOVE WS-EMP-RAZAO    TO IF-CAB-RAZAO.
           MOVE WS-EMP-CNPJ     TO IF-CAB-CNPJ.
           MOVE WS-EMP-ENDERECO TO IF-CAB-END.
           WRITE REC-INFORME FROM IF-CAB-EMPRESA
           BEFORE ADVANCING 1 LINE.
           WRITE REC-INFORME FROM IF-CAB-ENDERECO
           BEFORE ADVANCING 2 LINES.

           WRITE REC-INFORME FROM IF-TITULO
           BEFORE ADVANCING 2 LINES.

           MOVE WS-ANO-BASE TO IF-ANO.
           WRITE REC-INFORME FROM IF-LINHA-ANO
           BEFORE ADVANCING 1 LINE.

           MOVE WS-NOME-ALUNO              TO IF-NOME.
           MOVE TB-IF-MATRICULA(WS-IDX-IF) TO IF-MATRICULA.
           WRITE REC-INFORME FROM IF-LINHA-ALUNO
           BEFORE ADVANCING 1 LINE.

      *    A ULTIMA LINHA DA MATRICULA EM responsaveis.txt VALE.
           MOVE "NAO CADASTRADO" TO IF-RESP-NOME.
           MOVE SPACES           TO IF-RESP-CPF.

           PERFORM VARYING WS-IDX-RF FROM 1 BY 1
           UNTIL WS-IDX-RF > WS-TOTAL-RESPONSAVEIS
               IF TB-RF-MATRICULA(WS-IDX-RF)
                  = TB-IF-MATRICULA(WS-IDX-IF)
                   MOVE TB-RF-NOME(WS-IDX-RF) TO IF-RESP-NOME
                   MOVE TB-RF-CPF(WS-IDX-RF)  TO IF-RESP-CPF
               END-IF
           END-PERFORM.

           WRITE REC-INFORME FROM IF-LINHA-RESPONSAVEL
           BEFORE ADVANCING 2 LINES.

           WRITE REC-INFORME FROM IF-CABECALHO
           BEFORE ADVANCING 1 LINE.

           MOVE ZEROS TO WS-TOTAL-ALUNO.

           PERFORM IMPRIMIR-PAGAMENTO
           VARYING WS-IDX-PG FROM 1 BY 1
           UNTIL WS-IDX-PG > WS-TOTAL-PAGAMENTOS.

           MOVE WS-TOTAL-ALUNO TO IF-TOTAL.
           WRITE REC-INFORME FROM IF-LINHA-TOTAL
           BEFORE ADVANCING 2 LINES.

           WRITE REC-INFORME FROM IF-LINHA-NOTA
           BEFORE ADVANCING 2 LINES.

           MOVE WS-HOJE-DIA  TO IF-ROD-DIA.
           MOVE WS-HOJE-MES  TO IF-ROD-MES.
           MOVE WS-HOJE-ANO  TO IF-ROD-ANO.
           MOVE WS-EMP-RAZAO TO IF-ROD-EMPRESA.
           WRITE REC-INFORME FROM IF-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE ARQ-INFORME.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "MAT=" DELIMITED BY SIZE
                  TB-IF-MATRICULA(WS-IDX-IF) DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-INFORME TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           ADD 1 TO WS-QTD-GERADOS.
      *--------------------------------------------------------------*
       IMPRIMIR-PAGAMENTO.

           IF TB-PG-MATRICULA(WS-IDX-PG) = TB-IF-MATRICULA(WS-IDX-IF)
               MOVE TB-PG-ANO-MES(WS-IDX-PG) TO WS-ANO-MES-TRABALHO
               MOVE WS-AM-MES TO IF-DET-MES
               MOVE WS-AM-ANO TO IF-DET-ANO

               MOVE TB-PG-DATA(WS-IDX-PG) TO WS-DATA-TRABALHO
               MOVE WS-TRAB-DIA TO IF-DET-DIA-PGTO
               MOVE WS-TRAB-MES TO IF-DET-MES-PGTO
               MOVE WS-TRAB-ANO TO IF-DET-ANO-PGTO

               MOVE TB-PG-VALOR(WS-IDX-PG) TO IF-DET-VALOR
               ADD  TB-PG-VALOR(WS-IDX-PG) TO WS-TOTAL-ALUNO

               WRITE REC-INFORME FROM IF-DETALHE
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
      *    O NOME VEM DE ALUNOS.DAT OU, PARA QUEM JA SAIU DA ESCOLA,
      *    DO ARQUIVO DO ANO-BASE GRAVADO PELO ENCERRA-ANO.
      *--------------------------------------------------------------*
       BUSCAR-NOME-ALUNO.

           MOVE SPACES TO WS-NOME-ALUNO WS-STATUS-ALUNOS.

           PERFORM OBTER-CAMINHO-ALUNOS.

           OPEN INPUT ALUNOS.

           IF FLAG-ALUNOS-SUCESSO
               PERFORM CONFERIR-NOME-ALUNO WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-EOF
               OR WS-NOME-ALUNO NOT = SPACES
               CLOSE ALUNOS
           END-IF.

           IF WS-NOME-ALUNO = SPACES
               MOVE SPACES TO WS-STATUS-ALUNOS-HIST

               PERFORM OBTER-CAMINHO-ALUNOS-HIST

               OPEN INPUT ALUNOS-HIST

               IF FLAG-ALUNOS-HIST-SUCESSO
                   PERFORM CONFERIR-NOME-ARQUIVADO WITH TEST BEFORE
                   UNTIL FLAG-ALUNOS-HIST-EOF
                   OR WS-NOME-ALUNO NOT = SPACES
                   CLOSE ALUNOS-HIST
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-NOME-ALUNO.

           READ ALUNOS AT END
           MOVE "10" TO WS-STATUS-ALUNOS.

           IF NOT FLAG-ALUNOS-EOF
           AND AL-MATRICULA = TB-IF-MATRICULA(WS-IDX-IF)
               MOVE AL-NOME TO WS-NOME-ALUNO
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-NOME-ARQUIVADO.

           READ ALUNOS-HIST.

           IF NOT FLAG-ALUNOS-HIST-EOF
           AND AH-MATRICULA = TB-IF-MATRICULA(WS-IDX-IF)
               MOVE AH-NOME TO WS-NOME-ALUNO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="INFORME-ME"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="INFORME-ME"==
                                      ==:CLASSE:== BY =="O"==.
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
