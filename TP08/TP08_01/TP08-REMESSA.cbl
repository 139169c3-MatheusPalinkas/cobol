      *    folha.dat DE UMA COMPETENCIA, BUSCA AGENCIA E CONTA NO
      *    CADASTRO MESTRE E GRAVA remessa_banco.txt EM LAYOUT FIXO
      *    (HEADER, UM DETALHE POR PRONTUARIO COM O LIQUIDO A
      *    CREDITAR, TRAILER COM CONTAGEM E TOTAL). SO GERA COM A
      *    ULTIMA TRIAGEM DA SELECAO (TP08-TRIAGEM) LIBERADA E COM O
      *    MESMO TOTAL LIQUIDO DA FOLHA CONFERIDA POR ELA.
      *    A REMESSA E POR EMPRESA DO GRUPO: A MATRIZ GRAVA
      *    remessa_banco.txt E CADA FILIAL remessa_banco_NN.txt; A
      *    TRIAGEM CONTINUA CONFERINDO A SELECAO DO GRUPO INTEIRO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY FUNC-MASTER-SELECT.

           COPY TRIAGEM-SELECT.

           SELECT REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

       COPY FUNC-MASTER-FD.

       COPY TRIAGEM-FD.

       FD REMESSA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REMESSA.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY TRIAGEM-STATUS.
       COPY AUDITORIA-STATUS.
       COPY EMPRESA-STATUS.
           COPY NUMERADOR-PARAM.
       77 WS-ARQ-REMESSA            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-REMESSA         PIC X(02)      VALUE SPACES.
       77 WS-NOME-REMESSA           PIC X(30)      VALUE SPACES.
       77 WS-COMP-EMPRESA           PIC X(02)      VALUE SPACES.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
      *    FH-TIPO-FOLHA (REGISTROS ANTIGOS EM BRANCO VALEM COMO
      *    FOLHA NORMAL).
       77 WS-TIPO-REMESSA           PIC 9          VALUE 1.
           88 FLAG-TIPO-REMESSA-VALIDO             VALUE 1 THRU 4.
           88 FLAG-REMESSA-SUPLEMENTAR             VALUE 2.
           88 FLAG-REMESSA-DECIMO                  VALUE 3.
           88 FLAG-REMESSA-PLR                     VALUE 4.
       77 WS-SEQ-REMESSA            PIC 9(2)       VALUE ZEROS.
       77 WS-TIPO-CONFERE           PIC 9          VALUE ZEROS.
           88 FLAG-TIPO-CONFERE                    VALUE 1.
       77 WS-QTD-DETALHES           PIC 9(6)       VALUE ZEROS.
       77 WS-QTD-SEM-CONTA          PIC 9(6)       VALUE ZEROS.
       77 WS-TOTAL-CREDITADO        PIC 9(10)V9(2) VALUE ZEROS.
      *---- TRIAGEM DA SELECAO ---------------------------------------*
       77 WS-TRIAGEM-ACHADA         PIC 9          VALUE ZEROS.
           88 FLAG-TRIAGEM-ACHADA                  VALUE 1.
       77 WS-TRIAGEM-SITUACAO       PIC X          VALUE SPACES.
           88 FLAG-TRIAGEM-OK                      VALUE "L".
       77 WS-TRIAGEM-EXCECOES       PIC 9(4)       VALUE ZEROS.
       77 WS-TRIAGEM-LIQUIDO        PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-TOTAL-SELECAO          PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-SEQUENCIA-REMESSA      PIC 9(6)       VALUE ZEROS.
      *---- LAYOUT DA REMESSA ----------------------------------------*
       01 RM-HEADER.
           05 FILLER                PIC X          VALUE "0".
           05 RM-HDR-COMP-ANO       PIC 9(4)       VALUE ZEROS.
           05 RM-HDR-EMPRESA        PIC X(30)      VALUE
              "PALINKAS E TAVARES".
           05 RM-HDR-SEQUENCIA      PIC 9(6)       VALUE ZEROS.
           05 FILLER                PIC X(29)      VALUE SPACES.
       01 RM-DETALHE.
           05 FILLER                PIC X          VALUE "1".
           05 RM-DET-PRONTUARIO     PIC X(8)       VALUE SPACES.
           USING WS-COMP-ANO.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Tipo (1 normal / 2 suplementar / 3 13o / 4 PLR):".
           10 SC-TIPO-REMESSA       LINE + 0  COLUMN 60
           USING WS-TIPO-REMESSA.

           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Sequencia da suplementar (se tipo = 2):".
           10 SC-SEQ-REMESSA        LINE + 0  COLUMN 51  PIC Z9
           USING WS-SEQ-REMESSA.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz):".
           10 SC-COMP-EMPRESA       LINE + 0  COLUMN 40
           USING WS-COMP-EMPRESA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-COMPETENCIA.
           PERFORM VERIFICAR-TRIAGEM.
           PERFORM OBTER-SEQUENCIA-REMESSA.

           IF WS-SEQUENCIA-REMESSA = ZEROS
               DISPLAY "NUMERACAO DE REMESSAS INDISPONIVEL - "
                   "VER TP05_02"
               STOP RUN
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-HEADER.

           ACCEPT SC-COMP-ANO.
           ACCEPT SC-TIPO-REMESSA.
           ACCEPT SC-SEQ-REMESSA.
           ACCEPT SC-COMP-EMPRESA.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               AT 1310 FOREGROUND-COLOR 6
               GO TO ENTRADA-COMPETENCIA
           END-IF.

           IF NOT FLAG-REMESSA-SUPLEMENTAR
           AND NOT FLAG-REMESSA-DECIMO
               MOVE ZEROS TO WS-SEQ-REMESSA
           END-IF.

           IF WS-COMP-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-COMP-EMPRESA
           END-IF.

           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY "Empresa nao cadastrada - informe novamente"
               AT 1310 FOREGROUND-COLOR 6
               MOVE SPACES TO WS-COMP-EMPRESA
               GO TO ENTRADA-COMPETENCIA
           END-IF.
      *--------------------------------------------------------------*
      *    SEM TRIAGEM, COM TRIAGEM PENDENTE OU COM A FOLHA ALTERADA
      *    DEPOIS DELA A REMESSA NAO E GERADA.
      *--------------------------------------------------------------*
       VERIFICAR-TRIAGEM.
           MOVE ZEROS  TO WS-TRIAGEM-ACHADA.
           MOVE SPACES TO WS-STATUS-TRIAGENS.

           PERFORM OBTER-CAMINHO-TRIAGENS.

           OPEN INPUT TRIAGENS.

           IF FLAG-TRIAGENS-SUCESSO
               PERFORM LER-LINHA-TRIAGEM WITH TEST BEFORE
               UNTIL FLAG-TRIAGENS-EOF
               CLOSE TRIAGENS
           END-IF.

           IF NOT FLAG-TRIAGEM-ACHADA
               DISPLAY "REMESSA BLOQUEADA - SELECAO SEM TRIAGEM"
               MOVE "REMESSA BLOQUEADA SEM TRIAGEM"
                   TO WS-AUD-RESULTADO
               PERFORM BLOQUEAR-REMESSA
           END-IF.

           IF NOT FLAG-TRIAGEM-OK
               DISPLAY "REMESSA BLOQUEADA - TRIAGEM COM "
                   WS-TRIAGEM-EXCECOES
                   " EXCECAO(OES) AGUARDANDO O SUPERVISOR"
               MOVE "REMESSA BLOQUEADA TRIAGEM PENDENTE"
                   TO WS-AUD-RESULTADO
               PERFORM BLOQUEAR-REMESSA
           END-IF.

           PERFORM SOMAR-SELECAO.

           IF WS-TOTAL-SELECAO NOT = WS-TRIAGEM-LIQUIDO
               DISPLAY "REMESSA BLOQUEADA - FOLHA ALTERADA DEPOIS DA"
                   " TRIAGEM"
               MOVE "REMESSA BLOQUEADA FOLHA ALTERADA"
                   TO WS-AUD-RESULTADO
               PERFORM BLOQUEAR-REMESSA
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-TRIAGEM.

           READ TRIAGENS.

           IF NOT FLAG-TRIAGENS-EOF
               IF TG-COMP-MES = WS-COMP-MES
               AND TG-COMP-ANO = WS-COMP-ANO
               AND TG-TIPO-REMESSA = WS-TIPO-REMESSA
               AND TG-SEQ-REMESSA = WS-SEQ-REMESSA
                   MOVE 1                TO WS-TRIAGEM-ACHADA
                   MOVE TG-SITUACAO      TO WS-TRIAGEM-SITUACAO
                   MOVE TG-QTD-EXCECOES  TO WS-TRIAGEM-EXCECOES
                   MOVE TG-TOTAL-LIQUIDO TO WS-TRIAGEM-LIQUIDO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-SELECAO.
           MOVE ZEROS  TO WS-TOTAL-SELECAO.
           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM SOMAR-LINHA-SELECAO WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.

           MOVE SPACES TO WS-STATUS-FOLHA.
      *--------------------------------------------------------------*
       SOMAR-LINHA-SELECAO.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               PERFORM VERIFICAR-TIPO-FOLHA

               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND FLAG-TIPO-CONFERE
                   ADD FH-SALARIO-LIQUIDO TO WS-TOTAL-SELECAO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       BLOQUEAR-REMESSA.
           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  WS-TIPO-REMESSA DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-SEQ-REMESSA DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-COMP-EMPRESA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           PERFORM GRAVAR-AUDITORIA.

           STOP RUN.
      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.
           PERFORM OBTER-CAMINHO-FOLHA.
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRIAGENS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="triagem_remessa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TRIAGENS==
                ==:DDVAR:==  BY =="DD_TRIAGENS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-REMESSA.

           MOVE SPACES TO WS-NOME-REMESSA.

           IF WS-COMP-EMPRESA = CONST-EMPRESA-MATRIZ
               MOVE "remessa_banco.txt" TO WS-NOME-REMESSA
           ELSE
               STRING "remessa_banco_"  DELIMITED BY SIZE
                      WS-COMP-EMPRESA   DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO WS-NOME-REMESSA
           END-IF.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY ==WS-NOME-REMESSA==
                ==:DESTINO:== BY ==WS-ARQ-REMESSA==
                ==:DDVAR:==  BY =="DD_REMESSA"==.
      *--------------------------------------------------------------*
       GRAVAR-HEADER.
           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO    TO RM-HDR-EMPRESA.

           MOVE WS-DATA-GERACAO TO RM-HDR-DATA.
           MOVE WS-COMP-MES     TO RM-HDR-COMP-MES.
           MOVE WS-COMP-ANO     TO RM-HDR-COMP-ANO.
           MOVE WS-SEQUENCIA-REMESSA TO RM-HDR-SEQUENCIA.

           WRITE REG-REMESSA FROM RM-HEADER.
      *--------------------------------------------------------------*
           IF NOT FLAG-FOLHA-EOF
               PERFORM VERIFICAR-TIPO-FOLHA

               IF FH-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FH-EMPRESA
               END-IF

               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND FH-EMPRESA = WS-COMP-EMPRESA
               AND FLAG-TIPO-CONFERE
                   MOVE FH-PRONTUARIO TO FM-PRONTUARIO
                   READ FUNC-MASTER
                        OR FH-SEQ-FOLHA = WS-SEQ-REMESSA)
                       MOVE 1 TO WS-TIPO-CONFERE
                   END-IF
               WHEN FLAG-REMESSA-PLR
                   IF FLAG-FH-PLR
                       MOVE 1 TO WS-TIPO-CONFERE
                   END-IF
               WHEN OTHER
                   IF FLAG-FH-NORMAL
                       MOVE 1 TO WS-TIPO-CONFERE
           CLOSE FUNC-MASTER.
           CLOSE FOLHA.

           PERFORM CONFIRMAR-SEQUENCIA-REMESSA.

           DISPLAY "REMESSA GERADA EM " WS-ARQ-REMESSA.
           DISPLAY "DETALHES GRAVADOS: " WS-QTD-DETALHES.
           DISPLAY "SEQUENCIA DA REMESSA: " WS-SEQUENCIA-REMESSA.

           IF WS-QTD-SEM-CONTA > ZEROS
               DISPLAY "PRONTUARIOS SEM DADOS BANCARIOS: "
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-COMP-EMPRESA DELIMITED BY SIZE
                  " DETALHES=" DELIMITED BY SIZE
                  WS-QTD-DETALHES DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REMESSA GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    A SEQUENCIA DO HEADER VEM DO TIPO REMESSA DO TP05-NUMERADOR,
      *    COMUM A REMESSA E A REAPRESENTACAO. SEM NUMERO O ARQUIVO
      *    NAO E GERADO.
      *--------------------------------------------------------------*
       OBTER-SEQUENCIA-REMESSA.

           MOVE ZEROS          TO WS-SEQUENCIA-REMESSA.
           MOVE "E"            TO NUM-OPERACAO.
           MOVE "REMESSA"      TO NUM-TIPO.
           MOVE "TP08-REMESSA" TO NUM-PROGRAMA.
           MOVE 1              TO NUM-QUANTIDADE.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           IF NUM-TIPO-INEXISTENTE
               MOVE "I"                     TO NUM-OPERACAO
               MOVE "REMESSAS DE PAGAMENTO" TO NUM-DESCRICAO
               MOVE 1                       TO NUM-FAIXA-INICIO
               MOVE 999999                  TO NUM-FAIXA-FIM
               MOVE ZEROS                   TO NUM-ULTIMO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               MOVE "E" TO NUM-OPERACAO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
           END-IF.

           IF NUM-OK
               MOVE NUM-NUMERO-INICIO TO WS-SEQUENCIA-REMESSA
           END-IF.
      *--------------------------------------------------------------*
       CONFIRMAR-SEQUENCIA-REMESSA.

           MOVE "U"                  TO NUM-OPERACAO.
           MOVE WS-SEQUENCIA-REMESSA TO NUM-NUMERO-INICIO
                                        NUM-NUMERO-FIM.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
