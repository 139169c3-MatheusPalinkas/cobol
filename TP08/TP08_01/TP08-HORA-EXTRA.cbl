       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-HORA-EXTRA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CONTROLE DE HORA EXTRA: O SUPERVISOR CADASTRA A
      *    AUTORIZACAO PREVIA (PRONTUARIO, DIA E LIMITE DE HORAS) EM
      *    horas_extras_autorizadas.dat E DECIDE AS HORAS RETIDAS
      *    PELA IMPORTACAO DO PONTO (horas_extras_pendentes.dat),
      *    APROVANDO OU REJEITANDO CADA DIA. APOS AS DECISOES, A
      *    COMPETENCIA DEVE SER REIMPORTADA (TP08-IMPORTA-PONTO) PARA
      *    O MOVIMENTO LEVAR AS HORAS APROVADAS AO LOTE DA FOLHA.
      *
      *    O RELATORIO DE AGING (horas_extras_aging.txt) LISTA AS
      *    PENDENCIAS AINDA ABERTAS COM OS DIAS DE ESPERA E OS
      *    TOTAIS POR FAIXA, PARA COBRANCA ANTES DO FECHAMENTO DA
      *    FOLHA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HE-AUTORIZ-SELECT.

           COPY HE-PENDENTE-SELECT.

           COPY FUNC-MASTER-SELECT.

           SELECT AGING ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AGING.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY HE-AUTORIZ-FD.

       COPY HE-PENDENTE-FD.

       COPY FUNC-MASTER-FD.

       FD  AGING
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-AGING.

       01  REG-AGING                PIC X(80).

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
       77 WS-TOTAL-ITENS            PIC 9(4)              VALUE ZEROS.
       77 CONST-LIMITE-TABELA       PIC 9(4)              VALUE 2000.
       77 WS-POS-ENCONTRADA         PIC 9(4)              VALUE ZEROS.
           88 FLAG-HE-ENCONTRADA    VALUE 1 THRU 2000.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-HORAS-EDIT             PIC ZZ9,99            VALUE ZEROS.
       01 TB-PENDENTES-HE.
           02 PENDENTE-HE-ITEM OCCURS 2000 TIMES.
               10 TB-HP-REGISTRO    PIC X(52)             VALUE SPACES.
      *---- ENTRADAS ------------------------------------------------*
       77 WS-ENT-PRONTUARIO         PIC X(8)              VALUE SPACES.
       77 WS-ENT-HORAS-MAX          PIC 9(2)              VALUE ZEROS.
           88 FLAG-ENT-HORAS-VALIDA VALUE 1 THRU 12.
       77 WS-ENT-DECISAO            PIC X                 VALUE SPACES.
           88 FLAG-ENT-DECISAO-VALIDA VALUE "A" "R".
       01 WS-ENT-DATA.
           05 WS-ENT-ANO            PIC 9(4)              VALUE ZEROS.
           05 WS-ENT-MES            PIC 9(2)              VALUE ZEROS.
               88 FLAG-ENT-MES-VALIDO VALUE 1 THRU 12.
           05 WS-ENT-DIA            PIC 9(2)              VALUE ZEROS.
               88 FLAG-ENT-DIA-VALIDO VALUE 1 THRU 31.
       77 WS-ENT-DATA-NUM           PIC 9(8)              VALUE ZEROS.
      *---- CONTAGEM DE DIAS DO AGING -------------------------------*
      *    DIAS ACUMULADOS ANTES DE CADA MES, ANO NAO BISSEXTO.
       01 WS-TAB-DIAS-ACUM-VALORES.
           05 FILLER                PIC X(36)             VALUE
              "000031059090120151181212243273304334".
       01 WS-TAB-DIAS-ACUM REDEFINES WS-TAB-DIAS-ACUM-VALORES.
           05 WS-DIAS-ACUM          PIC 9(3)  OCCURS 12 TIMES.
       01 WS-SER-DATA.
           05 WS-SER-ANO            PIC 9(4)              VALUE ZEROS.
           05 WS-SER-MES            PIC 9(2)              VALUE ZEROS.
           05 WS-SER-DIA            PIC 9(2)              VALUE ZEROS.
       77 WS-SER-DIAS               PIC 9(7)              VALUE ZEROS.
       77 WS-SER-ANO-ANT            PIC 9(4)              VALUE ZEROS.
       77 WS-SER-QUOC               PIC 9(4)              VALUE ZEROS.
       77 WS-SER-RESTO-4            PIC 9(3)              VALUE ZEROS.
       77 WS-SER-RESTO-100          PIC 9(3)              VALUE ZEROS.
       77 WS-SER-RESTO-400          PIC 9(3)              VALUE ZEROS.
       77 WS-SERIAL-HOJE            PIC 9(7)              VALUE ZEROS.
       77 WS-DIAS-ESPERA            PIC 9(5)              VALUE ZEROS.
      *---- TOTAIS DO AGING POR FAIXA -------------------------------*
       01 TB-FAIXAS-AGING.
           05 AG-FAIXA OCCURS 4 TIMES.
               10 AG-QTD            PIC 9(4)              VALUE ZEROS.
               10 AG-MINUTOS        PIC 9(7)              VALUE ZEROS.
       77 WS-IDX-FAIXA-AG           PIC 9                 VALUE ZEROS.
       01 WS-TAB-DESC-FAIXA-VALORES.
           05 FILLER PIC X(20) VALUE "ATE 7 DIAS".
           05 FILLER PIC X(20) VALUE "DE 8 A 15 DIAS".
           05 FILLER PIC X(20) VALUE "DE 16 A 30 DIAS".
           05 FILLER PIC X(20) VALUE "ACIMA DE 30 DIAS".
       01 WS-TAB-DESC-FAIXA REDEFINES WS-TAB-DESC-FAIXA-VALORES.
           05 WS-DESC-FAIXA         PIC X(20) OCCURS 4 TIMES.
      *---- LINHAS DO AGING -----------------------------------------*
       01 AG-TITULO.
           05 FILLER PIC X(44) VALUE
              "HORAS EXTRAS AGUARDANDO APROVACAO - POSICAO ".
           05 AG-TIT-DATA           PIC 9(8).
       01 AG-CABEC.
           05 FILLER PIC X(10) VALUE "PRONTUAR.".
           05 FILLER PIC X(10) VALUE "DIA".
           05 FILLER PIC X(9)  VALUE "COMPET.".
           05 FILLER PIC X(9)  VALUE "   HORAS".
           05 FILLER PIC X(12) VALUE "  DIAS ESP.".
       01 AG-DETALHE.
           05 AG-DET-PRONTUARIO     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AG-DET-DATA           PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AG-DET-COMP-MES       PIC 99.
           05 FILLER                PIC X     VALUE "/".
           05 AG-DET-COMP-ANO       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AG-DET-HORAS          PIC ZZ9,99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 AG-DET-DIAS           PIC ZZZZ9.
       01 AG-TOTAL-FAIXA.
           05 AG-TOT-DESCRICAO      PIC X(20).
           05 AG-TOT-QTD            PIC ZZZ9.
           05 FILLER                PIC X(10) VALUE " ITEM(NS) ".
           05 AG-TOT-HORAS          PIC ZZZZ9,99.
           05 FILLER                PIC X(2)  VALUE " H".
       01 AG-LINHA-BRANCO           PIC X(80) VALUE SPACES.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY HE-AUTORIZ-STATUS.
           COPY HE-PENDENTE-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
       77 WS-ARQ-AGING              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-AGING           PIC X(02)             VALUE SPACES.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Controle de hora extra".

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
       01 SC-OPCOES.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Controle de hora extra".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - autorizar hora extra (previa)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar horas extras retidas".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - aprovar / rejeitar hora extra retida".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - relatorio de aging das retidas".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-OPCOES.

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
       OBTER-CAMINHO-AUTORIZACOES-HE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horas_extras_autorizadas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-AUTORIZACOES-HE==
                ==:DDVAR:==  BY =="DD_AUTORIZACOES-HE"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PENDENTES-HE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horas_extras_pendentes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PENDENTES-HE==
                ==:DDVAR:==  BY =="DD_PENDENTES-HE"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-AGING.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horas_extras_aging.txt"==
                ==:DESTINO:== BY ==WS-ARQ-AGING==
                ==:DDVAR:==  BY =="DD_AGING"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM AUTORIZAR-HORA-EXTRA
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 2
                   PERFORM LISTAR-PENDENTES
               WHEN 3
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM DECIDIR-PENDENTE
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 4
                   PERFORM GERAR-AGING
               WHEN 5
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    AUTORIZACAO PREVIA: SO PARA PRONTUARIO ATIVO NO MESTRE;
      *    O LIMITE E EM HORAS INTEIRAS ALEM DA JORNADA DO DIA.
      *--------------------------------------------------------------*
       AUTORIZAR-HORA-EXTRA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO.
           MOVE ZEROS  TO WS-ENT-DATA WS-ENT-HORAS-MAX.

           DISPLAY "Prontuario:                  " AT 0728.
           ACCEPT WS-ENT-PRONTUARIO AT 0758.
           DISPLAY "Dia da hora extra (AAAAMMDD):" AT 0828.
           ACCEPT WS-ENT-DATA AT 0858.
           DISPLAY "Limite de horas (01-12):     " AT 0928.
           ACCEPT WS-ENT-HORAS-MAX AT 0958.

           IF WS-ENT-PRONTUARIO = SPACES
           OR WS-ENT-ANO = ZEROS
           OR NOT FLAG-ENT-MES-VALIDO
           OR NOT FLAG-ENT-DIA-VALIDO
           OR NOT FLAG-ENT-HORAS-VALIDA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - autorizacao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CONFERIR-PRONTUARIO

               IF FLAG-FUNC-MASTER-SUCESSO AND FLAG-FUNC-ATIVO
                   PERFORM GRAVAR-AUTORIZACAO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Autorizacao registrada com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               ELSE
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Prontuario sem cadastro ativo no mestre"
                   FOREGROUND-COLOR 6 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-PRONTUARIO.
           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           MOVE SPACES TO WS-STATUS-FUNC-MASTER.

           OPEN INPUT FUNC-MASTER.

           IF NOT FLAG-FUNC-MASTER-SUCESSO
               DISPLAY "CADASTRO MESTRE NAO ENCONTRADO"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE WS-ENT-PRONTUARIO TO FM-PRONTUARIO
               READ FUNC-MASTER
               CLOSE FUNC-MASTER
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUTORIZACAO.
           PERFORM OBTER-CAMINHO-AUTORIZACOES-HE.

           MOVE SPACES TO WS-STATUS-AUTORIZACOES-HE.

           OPEN EXTEND AUTORIZACOES-HE.

           IF NOT FLAG-AUTORIZACOES-HE-SUCESSO
               IF FLAG-AUTORIZACOES-HE-NAO-CRIADO
                   OPEN OUTPUT AUTORIZACOES-HE
               END-IF
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES            TO REG-AUTORIZACAO-HE.
           MOVE WS-ENT-PRONTUARIO TO HA-PRONTUARIO.
           MOVE WS-ENT-DATA       TO HA-DATA.
           MOVE WS-ENT-HORAS-MAX  TO HA-HORAS-MAX.
           MOVE WS-LOGIN-ID       TO HA-OPERADOR.
           MOVE WS-DATA-HOJE      TO HA-DATA-CADASTRO.

           WRITE REG-AUTORIZACAO-HE.

           CLOSE AUTORIZACOES-HE.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-ENT-PRONTUARIO DELIMITED BY SIZE
                  " DIA=" DELIMITED BY SIZE
                  WS-ENT-DATA DELIMITED BY SIZE
                  " HORAS=" DELIMITED BY SIZE
                  WS-ENT-HORAS-MAX DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "HORA EXTRA AUTORIZADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       LISTAR-PENDENTES.
           DISPLAY SC-LIMPA-TELA.
           MOVE 3 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-PENDENTES-HE.

           DISPLAY "HORAS EXTRAS RETIDAS AGUARDANDO APROVACAO" AT 0128.

           PERFORM OBTER-CAMINHO-PENDENTES-HE.

           OPEN INPUT PENDENTES-HE.

           IF NOT FLAG-PENDENTES-HE-SUCESSO
               DISPLAY "NENHUMA HORA EXTRA RETIDA"
               FOREGROUND-COLOR 2 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-PENDENTE WITH TEST BEFORE
               UNTIL FLAG-PENDENTES-HE-EOF
               OR WS-COUNT-LINE > 19
               CLOSE PENDENTES-HE
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-PENDENTE.

           READ PENDENTES-HE.

           IF NOT FLAG-PENDENTES-HE-EOF
               IF FLAG-HE-PENDENTE
                   COMPUTE WS-HORAS-EDIT ROUNDED = HP-MINUTOS / 60

                   DISPLAY HP-PRONTUARIO
                       AT LINE WS-COUNT-LINE COLUMN 02
                   DISPLAY HP-DATA
                       AT LINE WS-COUNT-LINE COLUMN 12
                   DISPLAY HP-COMP-MES
                       AT LINE WS-COUNT-LINE COLUMN 22
                   DISPLAY "/"
                       AT LINE WS-COUNT-LINE COLUMN 24
                   DISPLAY HP-COMP-ANO
                       AT LINE WS-COUNT-LINE COLUMN 25
                   DISPLAY WS-HORAS-EDIT
                       AT LINE WS-COUNT-LINE COLUMN 31
                   DISPLAY "h"
                       AT LINE WS-COUNT-LINE COLUMN 38
                   ADD 1 TO WS-COUNT-LINE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A TENTATIVA NEGADA FICA NA AUDITORIA.
      *--------------------------------------------------------------*
       NEGAR-ACESSO-SUPERVISOR.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
           DISPLAY "Acesso negado - exige perfil supervisor"
               FOREGROUND-COLOR 6 AT 2028.

           STRING "OPERADOR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SPACE
                  " PERFIL=" DELIMITED BY SIZE
                  WS-LOGIN-PERFIL DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ACESSO NEGADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       DECIDIR-PENDENTE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO WS-ENT-DECISAO.
           MOVE ZEROS  TO WS-ENT-DATA.

           DISPLAY "Prontuario:                  " AT 0728.
           ACCEPT WS-ENT-PRONTUARIO AT 0758.
           DISPLAY "Dia da hora extra (AAAAMMDD):" AT 0828.
           ACCEPT WS-ENT-DATA AT 0858.
           DISPLAY "Decisao (A aprovar/R rejeitar):" AT 0928.
           ACCEPT WS-ENT-DECISAO AT 0960.

           IF NOT FLAG-ENT-DECISAO-VALIDA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Decisao invalida - informe A ou R"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE WS-ENT-DATA TO WS-ENT-DATA-NUM

               PERFORM CARREGAR-TABELA-PENDENTES
               PERFORM LOCALIZAR-PENDENTE-ABERTA

               IF FLAG-HE-ENCONTRADA
                   PERFORM REGISTRAR-DECISAO
               ELSE
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Hora extra retida nao encontrada"
                   FOREGROUND-COLOR 6 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-DECISAO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE TB-HP-REGISTRO(WS-POS-ENCONTRADA) TO REG-PENDENTE-HE.
           MOVE WS-ENT-DECISAO TO HP-SITUACAO.
           MOVE WS-LOGIN-ID    TO HP-OPERADOR.
           MOVE WS-DATA-HOJE   TO HP-DATA-DECISAO.
           MOVE REG-PENDENTE-HE TO TB-HP-REGISTRO(WS-POS-ENCONTRADA).

           PERFORM SALVAR-TABELA-PENDENTES.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-ENT-PRONTUARIO DELIMITED BY SIZE
                  " DIA=" DELIMITED BY SIZE
                  WS-ENT-DATA-NUM DELIMITED BY SIZE
                  " MIN=" DELIMITED BY SIZE
                  HP-MINUTOS DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.

           IF FLAG-HE-APROVADA
               MOVE "HORA EXTRA APROVADA" TO WS-AUD-RESULTADO
           ELSE
               MOVE "HORA EXTRA REJEITADA" TO WS-AUD-RESULTADO
           END-IF.

           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Decisao registrada - reimporte o ponto do mes"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-PENDENTES.
           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-STATUS-PENDENTES-HE.

           PERFORM OBTER-CAMINHO-PENDENTES-HE.

           OPEN INPUT PENDENTES-HE.

           IF FLAG-PENDENTES-HE-SUCESSO
               PERFORM CARREGAR-LINHA-PENDENTE WITH TEST BEFORE
               UNTIL FLAG-PENDENTES-HE-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE PENDENTES-HE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PENDENTE.

           READ PENDENTES-HE.

           IF NOT FLAG-PENDENTES-HE-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-PENDENTE-HE TO TB-HP-REGISTRO(WS-TOTAL-ITENS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-PENDENTE-ABERTA.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE TB-HP-REGISTRO(WS-CONT) TO REG-PENDENTE-HE

               IF HP-PRONTUARIO = WS-ENT-PRONTUARIO
               AND HP-DATA = WS-ENT-DATA-NUM
               AND FLAG-HE-PENDENTE
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-PENDENTES.
           OPEN OUTPUT PENDENTES-HE.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE TB-HP-REGISTRO(WS-CONT) TO REG-PENDENTE-HE
               WRITE REG-PENDENTE-HE
           END-PERFORM.

           CLOSE PENDENTES-HE.
      *--------------------------------------------------------------*
      *    AGING: DIAS DE ESPERA CONTADOS DO DIA DA HORA EXTRA ATE
      *    HOJE, COM TOTAIS POR FAIXA.
      *--------------------------------------------------------------*
       GERAR-AGING.
           DISPLAY SC-LIMPA-TELA.

           INITIALIZE TB-FAIXAS-AGING.
           MOVE SPACES TO WS-STATUS-PENDENTES-HE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-SER-DATA.
           PERFORM CALCULAR-DIA-SERIAL.
           MOVE WS-SER-DIAS TO WS-SERIAL-HOJE.

           PERFORM OBTER-CAMINHO-AGING.
           PERFORM OBTER-CAMINHO-PENDENTES-HE.

           OPEN OUTPUT AGING.

           MOVE WS-DATA-HOJE TO AG-TIT-DATA.
           WRITE REG-AGING FROM AG-TITULO.
           WRITE REG-AGING FROM AG-LINHA-BRANCO.
           WRITE REG-AGING FROM AG-CABEC.

           OPEN INPUT PENDENTES-HE.

           IF FLAG-PENDENTES-HE-SUCESSO
               PERFORM GRAVAR-LINHA-AGING WITH TEST BEFORE
               UNTIL FLAG-PENDENTES-HE-EOF
               CLOSE PENDENTES-HE
           END-IF.

           WRITE REG-AGING FROM AG-LINHA-BRANCO.

           PERFORM GRAVAR-TOTAL-FAIXA
           VARYING WS-IDX-FAIXA-AG FROM 1 BY 1
           UNTIL WS-IDX-FAIXA-AG > 4.

           CLOSE AGING.

           MOVE WS-DATA-HOJE TO WS-ENT-DATA-NUM.
           STRING "POSICAO=" DELIMITED BY SIZE
                  WS-ENT-DATA-NUM DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "AGING DE HORA EXTRA EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-AGING      TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY "Relatorio gravado em " AT 2028.
           DISPLAY WS-ARQ-AGING FOREGROUND-COLOR 2 AT 2049.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-AGING.

           READ PENDENTES-HE.

           IF NOT FLAG-PENDENTES-HE-EOF
           AND FLAG-HE-PENDENTE
               MOVE HP-DATA TO WS-SER-DATA
               PERFORM CALCULAR-DIA-SERIAL

               IF WS-SERIAL-HOJE > WS-SER-DIAS
                   COMPUTE WS-DIAS-ESPERA =
                       WS-SERIAL-HOJE - WS-SER-DIAS
               ELSE
                   MOVE ZEROS TO WS-DIAS-ESPERA
               END-IF

               EVALUATE TRUE
                   WHEN WS-DIAS-ESPERA <= 7
                       MOVE 1 TO WS-IDX-FAIXA-AG
                   WHEN WS-DIAS-ESPERA <= 15
                       MOVE 2 TO WS-IDX-FAIXA-AG
                   WHEN WS-DIAS-ESPERA <= 30
                       MOVE 3 TO WS-IDX-FAIXA-AG
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-FAIXA-AG
               END-EVALUATE

               ADD 1          TO AG-QTD(WS-IDX-FAIXA-AG)
               ADD HP-MINUTOS TO AG-MINUTOS(WS-IDX-FAIXA-AG)

               MOVE HP-PRONTUARIO  TO AG-DET-PRONTUARIO
               MOVE HP-DATA        TO AG-DET-DATA
               MOVE HP-COMP-MES    TO AG-DET-COMP-MES
               MOVE HP-COMP-ANO    TO AG-DET-COMP-ANO
               COMPUTE AG-DET-HORAS ROUNDED = HP-MINUTOS / 60
               MOVE WS-DIAS-ESPERA TO AG-DET-DIAS

               WRITE REG-AGING FROM AG-DETALHE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-TOTAL-FAIXA.

           MOVE WS-DESC-FAIXA(WS-IDX-FAIXA-AG) TO AG-TOT-DESCRICAO.
           MOVE AG-QTD(WS-IDX-FAIXA-AG)        TO AG-TOT-QTD.
           COMPUTE AG-TOT-HORAS ROUNDED =
               AG-MINUTOS(WS-IDX-FAIXA-AG) / 60.

           WRITE REG-AGING FROM AG-TOTAL-FAIXA.
      *--------------------------------------------------------------*
      *    NUMERO DE DIAS DESDE UMA ORIGEM FIXA, PARA SUBTRAIR DATAS
      *    (WS-SER-DATA AAAAMMDD -> WS-SER-DIAS).
      *--------------------------------------------------------------*
       CALCULAR-DIA-SERIAL.

           MOVE ZEROS TO WS-SER-DIAS.

           IF WS-SER-ANO > ZEROS
           AND WS-SER-MES >= 1 AND WS-SER-MES <= 12
               COMPUTE WS-SER-ANO-ANT = WS-SER-ANO - 1

               DIVIDE WS-SER-ANO-ANT BY 4 GIVING WS-SER-QUOC
               COMPUTE WS-SER-DIAS = WS-SER-ANO-ANT * 365 + WS-SER-QUOC
               DIVIDE WS-SER-ANO-ANT BY 100 GIVING WS-SER-QUOC
               SUBTRACT WS-SER-QUOC FROM WS-SER-DIAS
               DIVIDE WS-SER-ANO-ANT BY 400 GIVING WS-SER-QUOC
               ADD WS-SER-QUOC TO WS-SER-DIAS

               ADD WS-DIAS-ACUM(WS-SER-MES) WS-SER-DIA TO WS-SER-DIAS

               DIVIDE WS-SER-ANO BY 4 GIVING WS-SER-QUOC
                   REMAINDER WS-SER-RESTO-4
               DIVIDE WS-SER-ANO BY 100 GIVING WS-SER-QUOC
                   REMAINDER WS-SER-RESTO-100
               DIVIDE WS-SER-ANO BY 400 GIVING WS-SER-QUOC
                   REMAINDER WS-SER-RESTO-400

               IF WS-SER-MES > 2
               AND WS-SER-RESTO-4 = ZEROS
               AND (WS-SER-RESTO-100 NOT = ZEROS
                    OR WS-SER-RESTO-400 = ZEROS)
                   ADD 1 TO WS-SER-DIAS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-HEXTR"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-HEXTR"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
