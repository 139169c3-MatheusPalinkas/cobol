       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-PLR.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PAGAMENTO DA PLR (PARTICIPACAO NOS LUCROS E RESULTADOS):
      *    RECEBE O VALOR TOTAL A DISTRIBUIR E O CRITERIO DE RATEIO
      *    ENTRE OS FUNCIONARIOS ATIVOS DO MESTRE COM ALGUM MES
      *    TRABALHADO NO ANO-BASE:
      *        1 - PARTES IGUAIS;
      *        2 - PROPORCIONAL AO SALARIO MENSAL;
      *        3 - PROPORCIONAL AOS MESES TRABALHADOS NO ANO-BASE,
      *            CONTADOS A PARTIR DE FM-DATA-ADMISSAO.
      *    A SOBRA DE ARREDONDAMENTO FICA COM O ULTIMO FUNCIONARIO,
      *    PARA QUE A SOMA DAS COTAS FECHE COM O VALOR INFORMADO.
      *
      *    A PLR TEM TRIBUTACAO EXCLUSIVA NA FONTE, PELA TABELA
      *    ANUAL PROPRIA (FAIXAS DO TIPO "IPLR" EM faixas.txt), SEM
      *    INSS NEM FGTS. O IMPOSTO E CALCULADO SOBRE A SOMA DAS PLR
      *    PAGAS NO ANO-CALENDARIO, ABATENDO O JA RETIDO NAS PARCELAS
      *    ANTERIORES. COMO A DEDUCAO DESSA TABELA NAO CABE EM
      *    FX-DEDUCAO, O IMPOSTO E APURADO FAIXA A FAIXA (O RESULTADO
      *    E O MESMO DO PERCENTUAL MENOS A PARCELA A DEDUZIR).
      *
      *    OS PAGAMENTOS ENTRAM EM folha.dat COM FH-TIPO-FOLHA "P" NA
      *    COMPETENCIA DO PAGAMENTO E SEGUEM PARA TP08-REMESSA (TIPO
      *    4), TP08-DIRF E TP08-INFORME, QUE OS SEPARAM DOS
      *    RENDIMENTOS DO TRABALHO. A EXECUCAO E RECUSADA COM A
      *    COMPETENCIA FECHADA OU COM PLR JA PAGA NELA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FOLHA-SELECT.

           COPY FUNC-MASTER-SELECT.

           COPY COMPETENCIA-SELECT.

           SELECT FAIXAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAIXAS.

           SELECT HOLERITE ASSIGN TO WS-DESTINO-HOLERITE.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY FOLHA-FD.

       COPY FUNC-MASTER-FD.

       COPY COMPETENCIA-FD.

       FD FAIXAS
           LABEL RECORD IS STANDARD.
           COPY FAIXAS-REG.

       FD HOLERITE
           LABEL RECORD OMITTED
           LINAGE 20
           FOOTING 18
           TOP 2
           BOTTOM 2.
       01 REC-HOLERITE PIC X(80).

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY HOLERITE-LINHAS.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY COMPETENCIA-STATUS.
           COPY FAIXAS-TABELA.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY EMPRESA-STATUS.
       77 WS-ARQ-FAIXAS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FAIXAS          PIC X(02)      VALUE SPACES.
           88 FLAG-FAIXAS-SUCESSO                  VALUE "00".
           88 FLAG-FAIXAS-EOF                      VALUE "10".
       77 WS-DESTINO-HOLERITE       PIC X(60)      VALUE SPACES.
      *---- PARAMETROS ----------------------------------------------*
       77 WS-ANO-BASE               PIC 9(4)       VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-VALOR-PLR              PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-CRITERIO               PIC 9          VALUE ZEROS.
           88 FLAG-CRITERIO-VALIDO                 VALUE 1 THRU 3.
           88 FLAG-CRITERIO-IGUAL                  VALUE 1.
           88 FLAG-CRITERIO-SALARIO                VALUE 2.
           88 FLAG-CRITERIO-MESES                  VALUE 3.
       77 WS-COMP-SITUACAO          PIC X          VALUE SPACES.
           88 FLAG-COMP-LIVRE                      VALUE " " "R".
      *    O FECHAMENTO E POR EMPRESA DO GRUPO: A SITUACAO VALE PELA
      *    ULTIMA LINHA DE CADA EMPRESA, E A COMPETENCIA SO ESTA LIVRE
      *    SE NENHUMA EMPRESA A TIVER FECHADA.
       77 WS-TOTAL-COMP-EMPRESAS    PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-COMP-EMPRESA       PIC 9(2)              VALUE ZEROS.
       01 TB-COMP-EMPRESAS.
           05 TB-COMP-EMPRESA       OCCURS 20 TIMES.
               10 TB-CE-EMPRESA     PIC X(02).
               10 TB-CE-SITUACAO    PIC X.
       77 WS-PLR-JA-PAGA            PIC 9          VALUE ZEROS.
           88 FLAG-PLR-JA-PAGA                     VALUE 1.
      *---- CALCULO POR FUNCIONARIO ----------------------------------*
       01 WS-DATA-ADMISSAO.
           05 WS-ADM-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-ADM-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-ADM-DIA            PIC 9(2)       VALUE ZEROS.
       77 WS-MESES                  PIC 9(2)       VALUE ZEROS.
       77 WS-SALARIO-MENSAL         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-PESO-TOTAL             PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-VALOR-DISTRIBUIDO      PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-BASE-ANUAL             PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-IRRF-ANUAL             PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-PARCELA-FAIXA          PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-PISO-FAIXA             PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-TETO-FAIXA             PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-VIGENCIA-PLR           PIC 9(8)       VALUE ZEROS.
       77 WS-IDX                    PIC 9(3)       VALUE ZEROS.
       77 WS-POS                    PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-ANT                PIC 9(3)       VALUE ZEROS.
       77 WS-PRONTUARIO-BUSCA       PIC X(8)       VALUE SPACES.
       77 WS-ACHOU                  PIC 9          VALUE ZEROS.
           88 FLAG-ACHOU                           VALUE 1.
       77 WS-ACIMA-LIMITE           PIC 9          VALUE ZEROS.
           88 FLAG-ACIMA-LIMITE                    VALUE 1.
       77 CONST-LIMITE-HORAS-NORMAIS PIC 9(3)      VALUE 220.
       77 CONST-LIMITE-FOLHA        PIC 9(7)V9(2)  VALUE 99999,99.
       77 CONST-LIMITE-FUNCIONARIOS PIC 9(3)       VALUE 500.
      *---- PLR JA PAGA NO ANO-CALENDARIO, POR FUNCIONARIO ------------*
       77 WS-TOTAL-ANTERIORES       PIC 9(3)       VALUE ZEROS.
       01 TB-ANTERIORES.
           05 TB-ANT OCCURS 500 TIMES.
               10 TB-ANT-PRONTUARIO PIC X(8)       VALUE SPACES.
               10 TB-ANT-VALOR      PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-ANT-IRRF       PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-ANT-PAGAMENTOS PIC 9(2)       VALUE ZEROS.
      *---- RATEIO DA EXECUCAO --------------------------------------*
       77 WS-TOTAL-PLR              PIC 9(3)       VALUE ZEROS.
       01 TB-PLR.
           05 TB-PL OCCURS 500 TIMES.
               10 TB-PL-PRONTUARIO  PIC X(8)       VALUE SPACES.
               10 TB-PL-NOME        PIC A(20)      VALUE SPACES.
               10 TB-PL-PESO        PIC 9(5)V9(2)  VALUE ZEROS.
               10 TB-PL-VALOR       PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-PL-IRRF        PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-PL-LIQUIDO     PIC 9(7)V9(2)  VALUE ZEROS.
               10 TB-PL-SEQ         PIC 9(2)       VALUE ZEROS.
               10 TB-PL-EMPRESA     PIC X(02)      VALUE SPACES.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08-PLR - pagamento de PLR".

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Operador: ".
           10 SC-LOGIN-ID         LINE + 0  COLUMN  39
           USING WS-LOGIN-ID.

           10   LINE 17   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Senha: ".
           10 SC-LOGIN-SENHA      LINE + 0  COLUMN  36  SECURE
           USING WS-LOGIN-SENHA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PARAMETROS.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08-PLR - pagamento de PLR".

           10   LINE 09   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano-base da PLR (AAAA): ".
           10 SC-ANO-BASE           LINE + 0  COLUMN  60
           USING WS-ANO-BASE.

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Competencia do pagamento (MM AAAA): ".
           10 SC-COMP-MES           LINE + 0  COLUMN  65
           USING WS-COMP-MES.
           10 SC-COMP-ANO           LINE + 0  COLUMN  68
           USING WS-COMP-ANO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Valor total a distribuir: ".
           10 SC-VALOR-PLR          LINE + 0  COLUMN  60
           USING WS-VALOR-PLR.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Criterio (1 igual / 2 salario / 3 meses): ".
           10 SC-CRITERIO           LINE + 0  COLUMN  71
           USING WS-CRITERIO.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

      *    A PLR MOVIMENTA PAGAMENTO DE TODO MUNDO: EXIGE PERFIL
      *    SUPERVISOR, COMO O LOTE DA FOLHA E O 13o.
           IF NOT FLAG-PERFIL-SUPERVISOR
               DISPLAY "ACESSO NEGADO - PLR EXIGE PERFIL SUPERVISOR"
               AT 2028 FOREGROUND-COLOR 6

               STRING "OPERADOR=" DELIMITED BY SIZE
                      WS-LOGIN-ID DELIMITED BY SPACE
                      " PERFIL=" DELIMITED BY SIZE
                      WS-LOGIN-PERFIL DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "ACESSO NEGADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               STOP RUN
           END-IF.

           PERFORM ENTRADA-PARAMETROS.

           PERFORM VERIFICAR-COMPETENCIA-FECHADA.

           IF NOT FLAG-COMP-LIVRE
               DISPLAY "COMPETENCIA FECHADA - PLR NAO PROCESSADA"
               AT 2028 FOREGROUND-COLOR 6
               MOVE "COMPETENCIA FECHADA" TO WS-AUD-RESULTADO
               PERFORM AUDITAR-RECUSA
               STOP RUN
           END-IF.

           PERFORM LEVANTAR-PLR-ANTERIOR.

           IF FLAG-PLR-JA-PAGA
               DISPLAY "PLR JA PAGA NESTA COMPETENCIA"
               AT 2028 FOREGROUND-COLOR 6
               MOVE "PLR JA PAGA" TO WS-AUD-RESULTADO
               PERFORM AUDITAR-RECUSA
               STOP RUN
           END-IF.

           PERFORM CARREGAR-FAIXAS.
           PERFORM ESCOLHER-VIGENCIA-PLR.

           IF WS-VIGENCIA-PLR = ZEROS
               DISPLAY "SEM FAIXAS IPLR EM VIGOR NA COMPETENCIA"
               AT 2028 FOREGROUND-COLOR 6
               MOVE "SEM TABELA IPLR" TO WS-AUD-RESULTADO
               PERFORM AUDITAR-RECUSA
               STOP RUN
           END-IF.

           PERFORM LEVANTAR-ELEGIVEIS.

           IF WS-TOTAL-PLR = ZEROS
           OR WS-PESO-TOTAL = ZEROS
               DISPLAY "NENHUM FUNCIONARIO ELEGIVEL PARA A PLR"
               AT 2028 FOREGROUND-COLOR 6
               MOVE "SEM ELEGIVEIS" TO WS-AUD-RESULTADO
               PERFORM AUDITAR-RECUSA
               STOP RUN
           END-IF.

           PERFORM RATEAR-PLR.

           IF FLAG-ACIMA-LIMITE
               DISPLAY "COTA ACIMA DO LIMITE DA FOLHA - REVEJA O VALOR"
               AT 2028 FOREGROUND-COLOR 6
               MOVE "COTA ACIMA DO LIMITE" TO WS-AUD-RESULTADO
               PERFORM AUDITAR-RECUSA
               STOP RUN
           END-IF.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO HOL-ROD-EMPRESA.

           PERFORM GRAVAR-PLR-FOLHA.

           STOP RUN.
      *--------------------------------------------------------------*
       FAZER-LOGIN.
           DISPLAY SC-LOGIN.
           ACCEPT SC-LOGIN-ID.
           ACCEPT SC-LOGIN-SENHA.

           PERFORM OBTER-CAMINHO-OPERADORES.
           PERFORM VALIDAR-LOGIN.

           IF NOT FLAG-LOGIN-VALIDO
               DISPLAY "Operador ou senha invalidos" AT 2128
               FOREGROUND-COLOR 6
               PERFORM FAZER-LOGIN
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-OPERADORES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="operadores.txt"==
                ==:DESTINO:== BY ==WS-ARQ-OPERADORES==
                ==:DDVAR:==  BY =="DD_OPERADORES"==.
      *--------------------------------------------------------------*
       VALIDAR-LOGIN.
           COPY VALIDAR-LOGIN.
      *--------------------------------------------------------------*
       REGRAVAR-OPERADORES.
           COPY REGRAVAR-OPERADORES.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ANO-BASE.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-VALOR-PLR.
           ACCEPT SC-CRITERIO.

           IF WS-ANO-BASE = ZEROS
           OR WS-COMP-ANO < WS-ANO-BASE
           OR NOT FLAG-COMP-MES-VALIDO
           OR WS-VALOR-PLR = ZEROS
           OR NOT FLAG-CRITERIO-VALIDO
               DISPLAY "Parametros invalidos - informe novamente"
               AT 1428 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FOLHA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="folha.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FOLHA==
                ==:DDVAR:==  BY =="DD_FOLHA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COMPETENCIAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="competencias.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COMPETENCIAS==
                ==:DDVAR:==  BY =="DD_COMPETENCIAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FAIXAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="faixas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-FAIXAS==
                ==:DDVAR:==  BY =="DD_FAIXAS"==.
      *--------------------------------------------------------------*
       VERIFICAR-COMPETENCIA-FECHADA.

           MOVE SPACES TO WS-COMP-SITUACAO.
           MOVE ZEROS  TO WS-TOTAL-COMP-EMPRESAS.
           MOVE SPACES TO WS-STATUS-COMPETENCIAS.

           PERFORM OBTER-CAMINHO-COMPETENCIAS.

           OPEN INPUT COMPETENCIAS.

           IF FLAG-COMPETENCIAS-SUCESSO
               PERFORM LER-LINHA-COMPETENCIA WITH TEST BEFORE
               UNTIL FLAG-COMPETENCIAS-EOF
               CLOSE COMPETENCIAS
           END-IF.

           PERFORM VARYING WS-IDX-COMP-EMPRESA FROM 1 BY 1
           UNTIL WS-IDX-COMP-EMPRESA > WS-TOTAL-COMP-EMPRESAS
               IF TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA) NOT = " "
               AND TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA) NOT = "R"
                   MOVE TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA)
                       TO WS-COMP-SITUACAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LER-LINHA-COMPETENCIA.

           READ COMPETENCIAS.

           IF NOT FLAG-COMPETENCIAS-EOF
               IF CP-ANO = WS-COMP-ANO
               AND CP-MES = WS-COMP-MES
                   IF CP-EMPRESA = SPACES
                       MOVE CONST-EMPRESA-MATRIZ TO CP-EMPRESA
                   END-IF

                   PERFORM VARYING WS-IDX-COMP-EMPRESA FROM 1 BY 1
                   UNTIL WS-IDX-COMP-EMPRESA > WS-TOTAL-COMP-EMPRESAS
                   OR TB-CE-EMPRESA(WS-IDX-COMP-EMPRESA) = CP-EMPRESA
                       CONTINUE
                   END-PERFORM

                   IF WS-IDX-COMP-EMPRESA > WS-TOTAL-COMP-EMPRESAS
                   AND WS-TOTAL-COMP-EMPRESAS < 20
                       ADD 1 TO WS-TOTAL-COMP-EMPRESAS
                       MOVE CP-EMPRESA
                           TO TB-CE-EMPRESA(WS-TOTAL-COMP-EMPRESAS)
                   END-IF

                   IF WS-IDX-COMP-EMPRESA NOT > WS-TOTAL-COMP-EMPRESAS
                       MOVE CP-SITUACAO
                           TO TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    PERCORRE folha.dat: RECUSA A EXECUCAO SE JA HA PLR NA
      *    COMPETENCIA E ACUMULA, POR FUNCIONARIO, A PLR E O IRRF JA
      *    PAGOS EM OUTRAS COMPETENCIAS DO MESMO ANO-CALENDARIO.
      *--------------------------------------------------------------*
       LEVANTAR-PLR-ANTERIOR.

           MOVE ZEROS  TO WS-TOTAL-ANTERIORES WS-PLR-JA-PAGA.
           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM ACUMULAR-LINHA-FOLHA WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
           AND FLAG-FH-PLR
           AND FH-COMP-ANO = WS-COMP-ANO
               IF FH-COMP-MES = WS-COMP-MES
                   MOVE 1 TO WS-PLR-JA-PAGA
               ELSE
                   MOVE FH-PRONTUARIO TO WS-PRONTUARIO-BUSCA
                   PERFORM LOCALIZAR-ANTERIOR

                   IF NOT FLAG-ACHOU
                   AND WS-TOTAL-ANTERIORES < CONST-LIMITE-FUNCIONARIOS
                       ADD 1 TO WS-TOTAL-ANTERIORES
                       MOVE WS-TOTAL-ANTERIORES TO WS-POS
                       MOVE FH-PRONTUARIO TO TB-ANT-PRONTUARIO(WS-POS)
                       MOVE 1 TO WS-ACHOU
                   END-IF

                   IF FLAG-ACHOU
                       ADD FH-SALARIO-BRUTO TO TB-ANT-VALOR(WS-POS)
                       ADD FH-DESCONTO-IRRF TO TB-ANT-IRRF(WS-POS)
                       ADD 1 TO TB-ANT-PAGAMENTOS(WS-POS)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ANTERIOR.

           MOVE ZEROS TO WS-ACHOU WS-POS.

           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
           UNTIL WS-IDX-ANT > WS-TOTAL-ANTERIORES
           OR FLAG-ACHOU
               IF TB-ANT-PRONTUARIO(WS-IDX-ANT) = WS-PRONTUARIO-BUSCA
                   MOVE 1          TO WS-ACHOU
                   MOVE WS-IDX-ANT TO WS-POS
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CARREGAR-FAIXAS.

           MOVE ZEROS TO WS-TOTAL-FAIXAS.

           PERFORM OBTER-CAMINHO-FAIXAS.

           OPEN INPUT FAIXAS.

           IF NOT FLAG-FAIXAS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FAIXAS"
               STOP RUN
           END-IF.

           PERFORM CARREGAR-LINHA-FAIXA WITH TEST BEFORE
           UNTIL FLAG-FAIXAS-EOF.

           CLOSE FAIXAS.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-FAIXA.

           READ FAIXAS.

           IF NOT FLAG-FAIXAS-EOF
               ADD 1 TO WS-TOTAL-FAIXAS
               SET WS-IDX-FAIXA TO WS-TOTAL-FAIXAS
               MOVE FX-TIPO           TO WS-FX-TIPO(WS-IDX-FAIXA)
               MOVE FX-FAIXA-INICIO   TO WS-FX-INICIO(WS-IDX-FAIXA)
               MOVE FX-FAIXA-FIM      TO WS-FX-FIM(WS-IDX-FAIXA)
               MOVE FX-PERCENTUAL     TO WS-FX-PERCENTUAL(WS-IDX-FAIXA)
               MOVE FX-DEDUCAO        TO WS-FX-DEDUCAO(WS-IDX-FAIXA)
               MOVE FX-VIGENCIA       TO WS-FX-VIGENCIA(WS-IDX-FAIXA)
           END-IF.
      *--------------------------------------------------------------*
      *    A TABELA DA PLR VALE PELA DATA DO PAGAMENTO: FICA COM A
      *    VIGENCIA IPLR MAIS RECENTE ATE O PRIMEIRO DIA DA
      *    COMPETENCIA.
      *--------------------------------------------------------------*
       ESCOLHER-VIGENCIA-PLR.

           COMPUTE WS-DATA-REF-FAIXA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.

           MOVE ZEROS TO WS-VIGENCIA-PLR.

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
           UNTIL WS-IDX-FAIXA > WS-TOTAL-FAIXAS
               IF WS-FX-TIPO(WS-IDX-FAIXA) = "IPLR"
               AND WS-FX-VIGENCIA(WS-IDX-FAIXA) <= WS-DATA-REF-FAIXA
               AND WS-FX-VIGENCIA(WS-IDX-FAIXA) > WS-VIGENCIA-PLR
                   MOVE WS-FX-VIGENCIA(WS-IDX-FAIXA) TO WS-VIGENCIA-PLR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    MONTA A TABELA DE ELEGIVEIS: FUNCIONARIOS ATIVOS COM AO
      *    MENOS UM MES TRABALHADO NO ANO-BASE, COM O PESO DO
      *    CRITERIO ESCOLHIDO.
      *--------------------------------------------------------------*
       LEVANTAR-ELEGIVEIS.

           MOVE ZEROS TO WS-TOTAL-PLR WS-PESO-TOTAL.

           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           OPEN INPUT FUNC-MASTER.

           IF NOT FLAG-FUNC-MASTER-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE FUNCIONARIOS"
               STOP RUN
           END-IF.

           PERFORM LER-LINHA-MESTRE WITH TEST BEFORE
           UNTIL FLAG-FUNC-MASTER-EOF.

           CLOSE FUNC-MASTER.
      *--------------------------------------------------------------*
       LER-LINHA-MESTRE.

           READ FUNC-MASTER NEXT RECORD.

           IF NOT FLAG-FUNC-MASTER-EOF
           AND FLAG-FUNC-MASTER-SUCESSO
           AND FLAG-FUNC-ATIVO
               PERFORM CALCULAR-MESES-ANO-BASE

               IF WS-MESES > ZEROS
               AND WS-TOTAL-PLR < CONST-LIMITE-FUNCIONARIOS
                   ADD 1 TO WS-TOTAL-PLR
                   MOVE FM-PRONTUARIO TO TB-PL-PRONTUARIO(WS-TOTAL-PLR)
                   MOVE FM-NOME       TO TB-PL-NOME(WS-TOTAL-PLR)
                   MOVE FM-EMPRESA    TO TB-PL-EMPRESA(WS-TOTAL-PLR)

                   EVALUATE TRUE
                       WHEN FLAG-CRITERIO-IGUAL
                           MOVE 1 TO TB-PL-PESO(WS-TOTAL-PLR)
                       WHEN FLAG-CRITERIO-SALARIO
                           COMPUTE WS-SALARIO-MENSAL ROUNDED =
                               FM-HORA-TRABALHADA
                             * CONST-LIMITE-HORAS-NORMAIS
                           MOVE WS-SALARIO-MENSAL
                               TO TB-PL-PESO(WS-TOTAL-PLR)
                       WHEN FLAG-CRITERIO-MESES
                           MOVE WS-MESES TO TB-PL-PESO(WS-TOTAL-PLR)
                   END-EVALUATE

                   ADD TB-PL-PESO(WS-TOTAL-PLR) TO WS-PESO-TOTAL
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    MESES NO ANO-BASE: DO MAIOR ENTRE JANEIRO E O MES DE
      *    ADMISSAO ATE DEZEMBRO; ZERO SE ADMITIDO DEPOIS DO ANO-BASE.
      *--------------------------------------------------------------*
       CALCULAR-MESES-ANO-BASE.

           MOVE FM-DATA-ADMISSAO TO WS-DATA-ADMISSAO.

           EVALUATE TRUE
               WHEN WS-ADM-ANO > WS-ANO-BASE
                   MOVE ZEROS TO WS-MESES
               WHEN WS-ADM-ANO = WS-ANO-BASE
                   COMPUTE WS-MESES = 12 - WS-ADM-MES + 1
               WHEN OTHER
                   MOVE 12 TO WS-MESES
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    COTA DE CADA ELEGIVEL PELO PESO; O ULTIMO FICA COM O QUE
      *    FALTA PARA FECHAR O VALOR TOTAL. EM SEGUIDA, O IRRF
      *    EXCLUSIVO SOBRE O ACUMULADO DO ANO.
      *--------------------------------------------------------------*
       RATEAR-PLR.

           MOVE ZEROS TO WS-VALOR-DISTRIBUIDO WS-ACIMA-LIMITE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PLR
               IF WS-IDX = WS-TOTAL-PLR
                   COMPUTE TB-PL-VALOR(WS-IDX) =
                       WS-VALOR-PLR - WS-VALOR-DISTRIBUIDO
               ELSE
                   COMPUTE TB-PL-VALOR(WS-IDX) ROUNDED =
                       WS-VALOR-PLR * TB-PL-PESO(WS-IDX)
                     / WS-PESO-TOTAL
                   ADD TB-PL-VALOR(WS-IDX) TO WS-VALOR-DISTRIBUIDO
               END-IF

               IF TB-PL-VALOR(WS-IDX) > CONST-LIMITE-FOLHA
                   MOVE 1 TO WS-ACIMA-LIMITE
               END-IF

               PERFORM CALCULAR-IRRF-PLR
           END-PERFORM.
      *--------------------------------------------------------------*
       CALCULAR-IRRF-PLR.

           MOVE TB-PL-PRONTUARIO(WS-IDX) TO WS-PRONTUARIO-BUSCA.
           PERFORM LOCALIZAR-ANTERIOR.

           MOVE TB-PL-VALOR(WS-IDX) TO WS-BASE-ANUAL.
           MOVE 1 TO TB-PL-SEQ(WS-IDX).

           IF FLAG-ACHOU
               ADD TB-ANT-VALOR(WS-POS) TO WS-BASE-ANUAL
               COMPUTE TB-PL-SEQ(WS-IDX) =
                   TB-ANT-PAGAMENTOS(WS-POS) + 1
           END-IF.

           MOVE ZEROS TO WS-IRRF-ANUAL.

           PERFORM SOMAR-FAIXA-PLR
           VARYING WS-IDX-FAIXA FROM 1 BY 1
           UNTIL WS-IDX-FAIXA > WS-TOTAL-FAIXAS.

           MOVE WS-IRRF-ANUAL TO TB-PL-IRRF(WS-IDX).

           IF FLAG-ACHOU
               IF TB-ANT-IRRF(WS-POS) < WS-IRRF-ANUAL
                   SUBTRACT TB-ANT-IRRF(WS-POS) FROM TB-PL-IRRF(WS-IDX)
               ELSE
                   MOVE ZEROS TO TB-PL-IRRF(WS-IDX)
               END-IF
           END-IF.

           COMPUTE TB-PL-LIQUIDO(WS-IDX) =
               TB-PL-VALOR(WS-IDX) - TB-PL-IRRF(WS-IDX).
      *--------------------------------------------------------------*
      *    IMPOSTO DA FAIXA: A PARTE DA BASE ENTRE O PISO DA FAIXA E
      *    O SEU FIM, AO PERCENTUAL DA FAIXA.
      *--------------------------------------------------------------*
       SOMAR-FAIXA-PLR.

           IF WS-FX-TIPO(WS-IDX-FAIXA) = "IPLR"
           AND WS-FX-VIGENCIA(WS-IDX-FAIXA) = WS-VIGENCIA-PLR
           AND WS-BASE-ANUAL > WS-FX-INICIO(WS-IDX-FAIXA)
               MOVE WS-FX-INICIO(WS-IDX-FAIXA) TO WS-PISO-FAIXA

               IF WS-PISO-FAIXA > ZEROS
                   SUBTRACT 0,01 FROM WS-PISO-FAIXA
               END-IF

               MOVE WS-FX-FIM(WS-IDX-FAIXA) TO WS-TETO-FAIXA

               IF WS-BASE-ANUAL < WS-TETO-FAIXA
                   MOVE WS-BASE-ANUAL TO WS-TETO-FAIXA
               END-IF

               COMPUTE WS-PARCELA-FAIXA ROUNDED =
                   (WS-TETO-FAIXA - WS-PISO-FAIXA)
                 * WS-FX-PERCENTUAL(WS-IDX-FAIXA)

               ADD WS-PARCELA-FAIXA TO WS-IRRF-ANUAL
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PLR-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN EXTEND FOLHA.

           IF NOT FLAG-FOLHA-SUCESSO
               IF FLAG-FOLHA-NAO-CRIADO
                   OPEN OUTPUT FOLHA
               END-IF
           END-IF.

           IF NOT FLAG-FOLHA-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FOLHA"
               STOP RUN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-PLR
               PERFORM GRAVAR-LINHA-FOLHA
               PERFORM IMPRIMIR-HOLERITE-PLR
           END-PERFORM.

           CLOSE FOLHA.

           DISPLAY "PLR PAGA A " WS-TOTAL-PLR " FUNCIONARIOS"
               AT 2028 FOREGROUND-COLOR 2.

           STRING "ANO-BASE=" DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  " COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " CRIT=" DELIMITED BY SIZE
                  WS-CRITERIO DELIMITED BY SIZE
                  " FUNC=" DELIMITED BY SIZE
                  WS-TOTAL-PLR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PLR PROCESSADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-FOLHA.

           MOVE SPACES                   TO REG-FOLHA.
           MOVE TB-PL-NOME(WS-IDX)       TO FH-PRIMEIRO-NOME.
           MOVE TB-PL-PRONTUARIO(WS-IDX) TO FH-PRONTUARIO.
           MOVE WS-COMP-ANO              TO FH-COMP-ANO.
           MOVE WS-COMP-MES              TO FH-COMP-MES.
           MOVE TB-PL-VALOR(WS-IDX)      TO FH-SALARIO-BRUTO.
           MOVE TB-PL-LIQUIDO(WS-IDX)    TO FH-SALARIO-LIQUIDO.
           MOVE ZEROS                    TO FH-DESCONTO-INSS.
           MOVE TB-PL-IRRF(WS-IDX)       TO FH-DESCONTO-IRRF.
           MOVE ZEROS                    TO FH-FGTS.
           MOVE ZEROS                    TO FH-DECIMO-TERCEIRO.
           MOVE ZEROS                    TO FH-FERIAS.
           MOVE ZEROS                    TO FH-ADIANTAMENTO.
           MOVE ZEROS                    TO FH-AFASTAMENTO.
           MOVE ZEROS                    TO FH-EMPRESTIMO.
           MOVE ZEROS                    TO FH-OUTRAS-VERBAS.
           MOVE ZEROS                    TO FH-OUTROS-DESCONTOS.
           MOVE "P"                      TO FH-TIPO-FOLHA.
           MOVE TB-PL-SEQ(WS-IDX)        TO FH-SEQ-FOLHA.
           MOVE ZEROS                    TO FH-VALE-TRANSPORTE.
           MOVE ZEROS                    TO FH-SALARIO-FAMILIA.
           MOVE ZEROS                    TO FH-PLANO-SAUDE.
           MOVE SPACES                   TO FH-SINDICATO.
           MOVE ZEROS                    TO FH-DESC-SINDICAL.
           MOVE TB-PL-EMPRESA(WS-IDX)    TO FH-EMPRESA.

           WRITE REG-FOLHA.
      *--------------------------------------------------------------*
       IMPRIMIR-HOLERITE-PLR.

           MOVE SPACES TO WS-DESTINO-HOLERITE.

           STRING WS-DIR-DADOS             DELIMITED BY SPACE
                  "\holerite_"             DELIMITED BY SIZE
                  TB-PL-PRONTUARIO(WS-IDX) DELIMITED BY SPACE
                  "_"                      DELIMITED BY SIZE
                  WS-COMP-ANO              DELIMITED BY SIZE
                  WS-COMP-MES              DELIMITED BY SIZE
                  "_PLR.txt"               DELIMITED BY SIZE
                  INTO WS-DESTINO-HOLERITE.

           PERFORM TROCAR-EMPRESA-FUNC.

           OPEN OUTPUT HOLERITE.

           MOVE TB-PL-NOME(WS-IDX)       TO HOL-NOME.
           MOVE TB-PL-PRONTUARIO(WS-IDX) TO HOL-PRONTUARIO.
           MOVE WS-COMP-MES              TO HOL-COMP-MES.
           MOVE WS-COMP-ANO              TO HOL-COMP-ANO.
           MOVE TB-PL-VALOR(WS-IDX)      TO HOL-SALARIO-BRUTO.
           MOVE ZEROS                    TO HOL-DESCONTO-INSS.
           MOVE TB-PL-IRRF(WS-IDX)       TO HOL-DESCONTO-IRRF.
           MOVE TB-PL-LIQUIDO(WS-IDX)    TO HOL-SALARIO-LIQUIDO.
           MOVE ZEROS                    TO HOL-FGTS.
           MOVE ZEROS                    TO HOL-DECIMO-TERCEIRO.
           MOVE ZEROS                    TO HOL-FERIAS.
           MOVE ZEROS                    TO HOL-ADIANTAMENTO.
           MOVE ZEROS                    TO HOL-AFASTAMENTO.
           MOVE ZEROS                    TO HOL-EMPRESTIMO.

           WRITE REC-HOLERITE FROM HOL-CABECALHO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-1
           BEFORE ADVANCING 2 LINES.
           WRITE REC-HOLERITE FROM HOL-LINHA-2
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-3
           BEFORE ADVANCING 2 LINES.
           WRITE REC-HOLERITE FROM HOL-LINHA-4
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-5
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-6
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-7
           BEFORE ADVANCING 2 LINES.
           WRITE REC-HOLERITE FROM HOL-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE HOLERITE.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "PRONT=" DELIMITED BY SIZE
                  TB-PL-PRONTUARIO(WS-IDX) DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-HOLERITE TO WS-SPL-ARQUIVO.
           MOVE 20 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       AUDITAR-RECUSA.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-VALOR-PLR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-PLR  "==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-PLR  "==
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
      *    O RODAPE DO HOLERITE SAI COM A EMPRESA DO FUNCIONARIO.
      *--------------------------------------------------------------*
       TROCAR-EMPRESA-FUNC.
           COPY TROCAR-EMPRESA REPLACING ==:CODIGO:==
                                      BY ==TB-PL-EMPRESA(WS-IDX)==.
           MOVE WS-EMP-RAZAO TO HOL-ROD-EMPRESA.
      *--------------------------------------------------------------*
