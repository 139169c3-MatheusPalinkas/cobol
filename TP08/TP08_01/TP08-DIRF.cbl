      *    12 VALORES MENSAIS DE IRRF E OS TOTAIS ANUAIS, E TRAILER
      *    COM AS SOMAS. COMO OS REGISTROS ACUMULAM DA MESMA FONTE
      *    QUE TP08-INFORME, O TRAILER FECHA POR CONSTRUCAO COM A
      *    SOMA DOS INFORMES INDIVIDUAIS DO ANO. A PLR (FH-TIPO-FOLHA
      *    "P"), DE TRIBUTACAO EXCLUSIVA, VAI EM CAMPOS PROPRIOS E
      *    FICA FORA DO BRUTO E DO IRRF MENSAL DOS RENDIMENTOS DO
      *    TRABALHO. OS PAGAMENTOS A AUTONOMOS POR RPA (rpas.dat)
      *    SAO DECLARADOS EM REGISTROS PROPRIOS, DE TIPO "2", POR
      *    PRESTADOR, COM AS SOMAS EM CAMPOS SEPARADOS NO TRAILER.
      *    A DECLARACAO E POR FONTE PAGADORA: A MATRIZ GRAVA
      *    dirf_anual.txt E CADA FILIAL dirf_anual_NN.txt, COM A
      *    RAZAO SOCIAL E O CNPJ DA EMPRESA NO HEADER.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY DEPENDENTE-SELECT.

           COPY RPA-SELECT.

           SELECT DIRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

       COPY DEPENDENTE-FD.

       COPY RPA-FD.

       FD DIRF
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DIRF.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY DEPENDENTE-STATUS.
           COPY RPA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-ARQ-DIRF               PIC X(60)      VALUE SPACES.
       77 WS-STATUS-DIRF            PIC X(02)      VALUE SPACES.
       77 WS-NOME-DIRF              PIC X(30)      VALUE SPACES.
       77 WS-EMPRESA-DIRF           PIC X(02)      VALUE SPACES.
       77 WS-ANO-DIRF               PIC 9(4)       VALUE ZEROS.
       77 WS-DATA-GERACAO           PIC 9(8)       VALUE ZEROS.
       77 WS-QTD-DEPENDENTES        PIC 9(2)       VALUE ZEROS.
               10 TB-DI-IRRF-ANO    PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-DI-IRRF-MES OCCURS 12 TIMES
                                    PIC 9(5)V9(2)  VALUE ZEROS.
               10 TB-DI-PLR         PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-DI-IRRF-PLR    PIC 9(7)V9(2)  VALUE ZEROS.
      *---- ACUMULACAO POR AUTONOMO ----------------------------------*
       77 CONST-LIMITE-AUTONOMOS    PIC 9(4)       VALUE 200.
       77 WS-TOTAL-AUTONOMOS        PIC 9(4)       VALUE ZEROS.
       77 WS-POS-AUTONOMO           PIC 9(4)       VALUE ZEROS.
           88 FLAG-AUTONOMO-NA-TABELA VALUE 1 THRU 200.
       01 TB-DIRF-AUTONOMOS.
           02 DIRF-AUTONOMO OCCURS 200 TIMES.
               10 TB-DA-CODIGO      PIC X(8)       VALUE SPACES.
               10 TB-DA-NOME        PIC X(20)      VALUE SPACES.
               10 TB-DA-CPF         PIC X(11)      VALUE SPACES.
               10 TB-DA-BRUTO       PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-DA-INSS        PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-DA-IRRF-ANO    PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-DA-IRRF-MES OCCURS 12 TIMES
                                    PIC 9(5)V9(2)  VALUE ZEROS.
       77 TOTAL-QTD-RPA             PIC 9(6)       VALUE ZEROS.
       77 TOTAL-BRUTO-RPA           PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-IRRF-RPA            PIC 9(10)V9(2) VALUE ZEROS.
      *---- TOTAIS DO TRAILER ----------------------------------------*
       77 TOTAL-BRUTO               PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-INSS                PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-IRRF                PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-PLR                 PIC 9(10)V9(2) VALUE ZEROS.
       77 TOTAL-IRRF-PLR            PIC 9(10)V9(2) VALUE ZEROS.
      *---- LAYOUT DA DECLARACAO -------------------------------------*
       01 DI-HEADER.
           05 FILLER                PIC X          VALUE "0".
           05 DI-HDR-ANO            PIC 9(4)       VALUE ZEROS.
           05 DI-HDR-EMPRESA        PIC X(30)      VALUE
              "PALINKAS E TAVARES".
           05 DI-HDR-CNPJ           PIC X(14)      VALUE SPACES.
           05 FILLER                PIC X(143)     VALUE SPACES.
       01 DI-DETALHE.
           05 FILLER                PIC X          VALUE "1".
           05 DI-DET-PRONTUARIO     PIC X(8)       VALUE SPACES.
           05 DI-DET-IRRF-MES OCCURS 12 TIMES
                                    PIC 9(5)V9(2)  VALUE ZEROS.
           05 DI-DET-IRRF-ANO       PIC 9(7)V9(2)  VALUE ZEROS.
           05 DI-DET-PLR            PIC 9(7)V9(2)  VALUE ZEROS.
           05 DI-DET-IRRF-PLR       PIC 9(7)V9(2)  VALUE ZEROS.
           05 FILLER                PIC X(40)      VALUE SPACES.
       01 DI-DETALHE-AUTONOMO.
           05 FILLER                PIC X          VALUE "2".
           05 DI-AUT-CODIGO         PIC X(8)       VALUE SPACES.
           05 DI-AUT-NOME           PIC X(20)      VALUE SPACES.
           05 DI-AUT-CPF            PIC X(11)      VALUE SPACES.
           05 DI-AUT-BRUTO          PIC 9(7)V9(2)  VALUE ZEROS.
           05 DI-AUT-INSS           PIC 9(7)V9(2)  VALUE ZEROS.
           05 DI-AUT-IRRF-MES OCCURS 12 TIMES
                                    PIC 9(5)V9(2)  VALUE ZEROS.
           05 DI-AUT-IRRF-ANO       PIC 9(7)V9(2)  VALUE ZEROS.
           05 FILLER                PIC X(49)      VALUE SPACES.
       01 DI-TRAILER.
           05 FILLER                PIC X          VALUE "9".
           05 DI-TRL-QTD            PIC 9(6)       VALUE ZEROS.
           05 DI-TRL-BRUTO          PIC 9(10)V9(2) VALUE ZEROS.
           05 DI-TRL-INSS           PIC 9(10)V9(2) VALUE ZEROS.
           05 DI-TRL-IRRF           PIC 9(10)V9(2) VALUE ZEROS.
           05 DI-TRL-PLR            PIC 9(10)V9(2) VALUE ZEROS.
           05 DI-TRL-IRRF-PLR       PIC 9(10)V9(2) VALUE ZEROS.
           05 DI-TRL-QTD-RPA        PIC 9(6)       VALUE ZEROS.
           05 DI-TRL-BRUTO-RPA      PIC 9(10)V9(2) VALUE ZEROS.
           05 DI-TRL-IRRF-RPA       PIC 9(10)V9(2) VALUE ZEROS.
           05 FILLER                PIC X(103)     VALUE SPACES.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           "Ano base (AAAA):".
           10 SC-ANO-DIRF           LINE + 0  COLUMN 40
           USING WS-ANO-DIRF.

           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz):".
           10 SC-EMPRESA-DIRF       LINE + 0  COLUMN 40
           USING WS-EMPRESA-DIRF.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM ACUMULAR-FOLHA.
           PERFORM ACUMULAR-RPAS.

           IF WS-TOTAL-FUNC = ZEROS
           AND WS-TOTAL-AUTONOMOS = ZEROS
               DISPLAY "NENHUM REGISTRO DE FOLHA NO ANO INFORMADO"
               STOP RUN
           END-IF.
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ANO-DIRF.
           ACCEPT SC-EMPRESA-DIRF.

           IF WS-ANO-DIRF = ZEROS
               DISPLAY "Ano invalido - informe novamente"
               AT 1010 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.

           IF WS-EMPRESA-DIRF = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-EMPRESA-DIRF
           END-IF.

           MOVE WS-EMPRESA-DIRF TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY "Empresa nao cadastrada - informe novamente"
               AT 1010 FOREGROUND-COLOR 6
               MOVE SPACES TO WS-EMPRESA-DIRF
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FOLHA.

      *--------------------------------------------------------------*
       OBTER-CAMINHO-DIRF.

           MOVE SPACES TO WS-NOME-DIRF.

           IF WS-EMPRESA-DIRF = CONST-EMPRESA-MATRIZ
               MOVE "dirf_anual.txt" TO WS-NOME-DIRF
           ELSE
               STRING "dirf_anual_"     DELIMITED BY SIZE
                      WS-EMPRESA-DIRF   DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO WS-NOME-DIRF
           END-IF.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY ==WS-NOME-DIRF==
                ==:DESTINO:== BY ==WS-ARQ-DIRF==
                ==:DDVAR:==  BY =="DD_DIRF"==.
      *--------------------------------------------------------------*
           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FH-EMPRESA
               END-IF

               IF FH-COMP-ANO = WS-ANO-DIRF
               AND FH-EMPRESA = WS-EMPRESA-DIRF
                   PERFORM LOCALIZAR-FUNC-TABELA

                   IF NOT FLAG-FUNC-NA-TABELA
                   END-IF

                   IF FLAG-FUNC-NA-TABELA
                   AND FLAG-FH-PLR
                       ADD FH-SALARIO-BRUTO
                           TO TB-DI-PLR(WS-POS-FUNC)
                       ADD FH-DESCONTO-IRRF
                           TO TB-DI-IRRF-PLR(WS-POS-FUNC)
                   END-IF

                   IF FLAG-FUNC-NA-TABELA
                   AND NOT FLAG-FH-PLR
                       ADD FH-SALARIO-BRUTO
                           TO TB-DI-BRUTO(WS-POS-FUNC)
                       ADD FH-DESCONTO-INSS
               MOVE FH-PRONTUARIO    TO TB-DI-PRONTUARIO(WS-POS-FUNC)
               MOVE FH-PRIMEIRO-NOME TO TB-DI-NOME(WS-POS-FUNC)
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RPAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rpas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RPAS==
                ==:DDVAR:==  BY =="DD_RPAS"==.
      *--------------------------------------------------------------*
      *    SEM rpas.dat NAO HOUVE PAGAMENTO A AUTONOMOS NO ANO.
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
               IF RP-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO RP-EMPRESA
               END-IF

               IF RP-COMP-ANO = WS-ANO-DIRF
               AND RP-EMPRESA = WS-EMPRESA-DIRF
                   PERFORM LOCALIZAR-AUTONOMO-TABELA

                   IF NOT FLAG-AUTONOMO-NA-TABELA
                       PERFORM INCLUIR-AUTONOMO-TABELA
                   END-IF

                   IF FLAG-AUTONOMO-NA-TABELA
                       ADD 1 TO TOTAL-QTD-RPA
                       ADD RP-VALOR-BRUTO
                           TO TB-DA-BRUTO(WS-POS-AUTONOMO)
                       ADD RP-INSS
                           TO TB-DA-INSS(WS-POS-AUTONOMO)
                       ADD RP-IRRF
                           TO TB-DA-IRRF-ANO(WS-POS-AUTONOMO)
                       ADD RP-IRRF
                           TO TB-DA-IRRF-MES(WS-POS-AUTONOMO,
                                             RP-COMP-MES)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-AUTONOMO-TABELA.
           MOVE ZEROS TO WS-POS-AUTONOMO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-AUTONOMOS

               IF TB-DA-CODIGO(WS-IDX) = RP-CODIGO
                   MOVE WS-IDX TO WS-POS-AUTONOMO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       INCLUIR-AUTONOMO-TABELA.

           IF WS-TOTAL-AUTONOMOS >= CONST-LIMITE-AUTONOMOS
               DISPLAY "TABELA DA DECLARACAO CHEIA - AUTONOMO "
                   RP-CODIGO " FORA DO ARQUIVO"
           ELSE
               ADD 1 TO WS-TOTAL-AUTONOMOS
               MOVE WS-TOTAL-AUTONOMOS TO WS-POS-AUTONOMO
               MOVE RP-CODIGO TO TB-DA-CODIGO(WS-POS-AUTONOMO)
               MOVE RP-NOME   TO TB-DA-NOME(WS-POS-AUTONOMO)
               MOVE RP-CPF    TO TB-DA-CPF(WS-POS-AUTONOMO)
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-DECLARACAO.
           PERFORM OBTER-CAMINHO-DIRF.

           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

           MOVE WS-EMPRESA-DIRF TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO    TO DI-HDR-EMPRESA.
           MOVE WS-EMP-CNPJ     TO DI-HDR-CNPJ.

           MOVE WS-DATA-GERACAO TO DI-HDR-DATA.
           MOVE WS-ANO-DIRF     TO DI-HDR-ANO.
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-FUNC.

           PERFORM GRAVAR-DETALHE-AUTONOMO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-AUTONOMOS.

           MOVE WS-TOTAL-FUNC TO DI-TRL-QTD.
           MOVE TOTAL-BRUTO   TO DI-TRL-BRUTO.
           MOVE TOTAL-INSS    TO DI-TRL-INSS.
           MOVE TOTAL-IRRF    TO DI-TRL-IRRF.
           MOVE TOTAL-PLR     TO DI-TRL-PLR.
           MOVE TOTAL-IRRF-PLR TO DI-TRL-IRRF-PLR.
           MOVE TOTAL-QTD-RPA   TO DI-TRL-QTD-RPA.
           MOVE TOTAL-BRUTO-RPA TO DI-TRL-BRUTO-RPA.
           MOVE TOTAL-IRRF-RPA  TO DI-TRL-IRRF-RPA.
           WRITE REG-DIRF FROM DI-TRAILER.

           CLOSE DIRF.

           DISPLAY "DECLARACAO GERADA EM " WS-ARQ-DIRF.
           DISPLAY "FUNCIONARIOS DECLARADOS: " WS-TOTAL-FUNC.
           DISPLAY "AUTONOMOS DECLARADOS: " WS-TOTAL-AUTONOMOS.

           STRING "ANO=" DELIMITED BY SIZE
                  WS-ANO-DIRF DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-EMPRESA-DIRF DELIMITED BY SIZE
                  " FUNC=" DELIMITED BY SIZE
                  WS-TOTAL-FUNC DELIMITED BY SIZE
                  " AUT=" DELIMITED BY SIZE
                  WS-TOTAL-AUTONOMOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "DECLARACAO ANUAL GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
           MOVE TB-DI-BRUTO(WS-IDX)      TO DI-DET-BRUTO.
           MOVE TB-DI-INSS(WS-IDX)       TO DI-DET-INSS.
           MOVE TB-DI-IRRF-ANO(WS-IDX)   TO DI-DET-IRRF-ANO.
           MOVE TB-DI-PLR(WS-IDX)        TO DI-DET-PLR.
           MOVE TB-DI-IRRF-PLR(WS-IDX)   TO DI-DET-IRRF-PLR.

           PERFORM MOVER-IRRF-MES
           VARYING WS-IDX-MES FROM 1 BY 1
           ADD TB-DI-BRUTO(WS-IDX)    TO TOTAL-BRUTO.
           ADD TB-DI-INSS(WS-IDX)     TO TOTAL-INSS.
           ADD TB-DI-IRRF-ANO(WS-IDX) TO TOTAL-IRRF.
           ADD TB-DI-PLR(WS-IDX)      TO TOTAL-PLR.
           ADD TB-DI-IRRF-PLR(WS-IDX) TO TOTAL-IRRF-PLR.
      *--------------------------------------------------------------*
       GRAVAR-DETALHE-AUTONOMO.

           MOVE TB-DA-CODIGO(WS-IDX)     TO DI-AUT-CODIGO.
           MOVE TB-DA-NOME(WS-IDX)       TO DI-AUT-NOME.
           MOVE TB-DA-CPF(WS-IDX)        TO DI-AUT-CPF.
           MOVE TB-DA-BRUTO(WS-IDX)      TO DI-AUT-BRUTO.
           MOVE TB-DA-INSS(WS-IDX)       TO DI-AUT-INSS.
           MOVE TB-DA-IRRF-ANO(WS-IDX)   TO DI-AUT-IRRF-ANO.

           PERFORM MOVER-IRRF-MES-AUTONOMO
           VARYING WS-IDX-MES FROM 1 BY 1
           UNTIL WS-IDX-MES > 12.

           WRITE REG-DIRF FROM DI-DETALHE-AUTONOMO.

           ADD TB-DA-BRUTO(WS-IDX)    TO TOTAL-BRUTO-RPA.
           ADD TB-DA-IRRF-ANO(WS-IDX) TO TOTAL-IRRF-RPA.
      *--------------------------------------------------------------*
       MOVER-IRRF-MES-AUTONOMO.

           MOVE TB-DA-IRRF-MES(WS-IDX, WS-IDX-MES)
               TO DI-AUT-IRRF-MES(WS-IDX-MES).
      *--------------------------------------------------------------*
       MOVER-IRRF-MES.

