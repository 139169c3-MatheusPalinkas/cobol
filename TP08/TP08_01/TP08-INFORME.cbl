      *    INFORME DE RENDIMENTOS ANUAL: ACUMULA POR PRONTUARIO TODOS
      *    OS REGISTROS DE folha.dat DO ANO ESCOLHIDO (BRUTO, INSS,
      *    IRRF, FGTS, 13o) E IMPRIME UMA PAGINA DE INFORME POR
      *    FUNCIONARIO, ENTREGUE A CADA UM EM JANEIRO. A PLR
      *    (FH-TIPO-FOLHA "P") SAI NO QUADRO DE TRIBUTACAO EXCLUSIVA,
      *    FORA DO BRUTO, DO IRRF E DOS MESES DA FOLHA.
      *    O INFORME E POR FONTE PAGADORA: QUEM MUDOU DE EMPRESA DO
      *    GRUPO NO ANO RECEBE UM INFORME DE CADA UMA, COM A RAZAO
      *    SOCIAL E O CNPJ DELA NO RODAPE.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-DESTINO-INFORME        PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
               10 INF-FGTS          PIC 9(7)V9(2)  VALUE ZEROS.
               10 INF-DECIMO        PIC 9(7)V9(2)  VALUE ZEROS.
               10 INF-MESES         PIC 9(2)       VALUE ZEROS.
               10 INF-PLR           PIC 9(7)V9(2)  VALUE ZEROS.
               10 INF-IRRF-PLR      PIC 9(7)V9(2)  VALUE ZEROS.
               10 INF-EMPRESA       PIC X(02)      VALUE SPACES.
      *---- LINHAS DO INFORME ----------------------------------------*
       01 INF-TITULO.
           05 FILLER PIC X(25) VALUE SPACES.
           05 INF-REL-DESCRICAO PIC X(35) VALUE SPACES.
           05 INF-REL-VALOR PIC $Z.ZZZ.ZZ9,99.
       01 INF-RODAPE.
           05 FILLER PIC X(34) VALUE SPACES.
           05 INF-ROD-CNPJ PIC X(14) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 INF-ROD-EMPRESA PIC X(30) VALUE "Palinkas e Tavares".
      *--------------------------------------------------------------*
       SCREEN SECTION.
           MOVE "INFORMES GERADOS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-INFORME TO WS-SPL-ARQUIVO.
           MOVE 20 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FH-EMPRESA
               END-IF

               IF FH-COMP-ANO = WS-ANO-INFORME
                   PERFORM LOCALIZAR-FUNC-TABELA

                   END-IF

                   IF FLAG-FUNC-NA-TABELA
                   AND FLAG-FH-PLR
                       ADD FH-SALARIO-BRUTO
                           TO INF-PLR(WS-POS-FUNC)
                       ADD FH-DESCONTO-IRRF
                           TO INF-IRRF-PLR(WS-POS-FUNC)
                   END-IF

                   IF FLAG-FUNC-NA-TABELA
                   AND NOT FLAG-FH-PLR
                       ADD FH-SALARIO-BRUTO
                           TO INF-BRUTO(WS-POS-FUNC)
                       ADD FH-DESCONTO-INSS
           UNTIL WS-IDX > WS-TOTAL-FUNC

               IF INF-PRONTUARIO(WS-IDX) = FH-PRONTUARIO
               AND INF-EMPRESA(WS-IDX) = FH-EMPRESA
                   MOVE WS-IDX TO WS-POS-FUNC
               END-IF
           END-PERFORM.
               MOVE WS-TOTAL-FUNC   TO WS-POS-FUNC
               MOVE FH-PRONTUARIO   TO INF-PRONTUARIO(WS-POS-FUNC)
               MOVE FH-PRIMEIRO-NOME TO INF-NOME(WS-POS-FUNC)
               MOVE FH-EMPRESA      TO INF-EMPRESA(WS-POS-FUNC)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-INFORME.
           MOVE "13o SALARIO"                  TO INF-REL-DESCRICAO.
           MOVE INF-DECIMO(WS-IDX)             TO INF-REL-VALOR.
           WRITE REC-INFORME FROM INF-LINHA-VALOR
           BEFORE ADVANCING 1 LINE.

           MOVE "PLR (TRIBUTACAO EXCLUSIVA)"   TO INF-REL-DESCRICAO.
           MOVE INF-PLR(WS-IDX)                TO INF-REL-VALOR.
           WRITE REC-INFORME FROM INF-LINHA-VALOR
           BEFORE ADVANCING 1 LINE.

           MOVE "IRRF RETIDO SOBRE A PLR"      TO INF-REL-DESCRICAO.
           MOVE INF-IRRF-PLR(WS-IDX)           TO INF-REL-VALOR.
           WRITE REC-INFORME FROM INF-LINHA-VALOR
           BEFORE ADVANCING 2 LINES.

           PERFORM TROCAR-EMPRESA-INFORME.

           WRITE REC-INFORME FROM INF-RODAPE
           BEFORE ADVANCING PAGE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-INFOR"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-INFOR"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

       LER-EMPRESA.
           COPY LER-EMPRESA.
      *--------------------------------------------------------------*
       TROCAR-EMPRESA-INFORME.
           COPY TROCAR-EMPRESA REPLACING ==:CODIGO:==
                                      BY ==INF-EMPRESA(WS-IDX)==.
           MOVE WS-EMP-RAZAO TO INF-ROD-EMPRESA.
           MOVE WS-EMP-CNPJ  TO INF-ROD-CNPJ.
      *--------------------------------------------------------------*
