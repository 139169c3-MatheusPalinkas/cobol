       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-TRIAGEM.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    TRIAGEM DA REMESSA BANCARIA DE SALARIOS: ANTES DE
      *    TP08-REMESSA GERAR O ARQUIVO DO BANCO, CONFERE OS
      *    FAVORECIDOS DA SELECAO (COMPETENCIA, TIPO E SEQUENCIA) E
      *    GRAVA AS EXCECOES EM excecoes_remessa.txt:
      *      - DOIS FUNCIONARIOS ATIVOS COM O MESMO BANCO/AGENCIA/
      *        CONTA NO MESTRE;
      *      - CONTA DE FUNCIONARIO IGUAL A DE UM BENEFICIARIO DE
      *        PENSAO (pensao_beneficiarios.dat);
      *      - LIQUIDO PAGO A INATIVO, A PRONTUARIO SEM MESTRE OU A
      *        DESLIGADO EM COMPETENCIA ANTERIOR (rescisoes.dat);
      *      - CPF REPETIDO ENTRE DEPENDENTES E BENEFICIARIOS DE
      *        PENSAO DE PRONTUARIOS DIFERENTES (OU REPETIDO NO MESMO
      *        CADASTRO);
      *      - LIQUIDO ACIMA DE UM MULTIPLO INFORMADO DO LIQUIDO DA
      *        FOLHA NORMAL DO MES ANTERIOR.
      *    CADA EXECUCAO GRAVA UMA LINHA EM triagem_remessa.dat; COM
      *    EXCECOES ELA FICA PENDENTE ATE O SUPERVISOR LIBERAR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRIAGEM-SELECT.

           COPY FOLHA-SELECT.

           COPY FUNC-MASTER-SELECT.

           COPY PENSAO-SELECT.

           COPY DEPENDENTE-SELECT.

           SELECT RESCISOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT EXCECOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCECOES.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY TRIAGEM-FD.

       COPY FOLHA-FD.

       COPY FUNC-MASTER-FD.

       COPY PENSAO-FD.

       COPY DEPENDENTE-FD.

       FD  RESCISOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RESCISAO.

       01  REG-RESCISAO.
           05 RS-PRONTUARIO         PIC X(8)       VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 RS-DATA-DEMISSAO      PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 RS-TIPO               PIC 9          VALUE ZEROS.

       FD EXCECOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-EXCECAO.

       01 REG-EXCECAO.
           05 EX-LINHA              PIC X(80)      VALUE SPACES.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-CONFIRMA               PIC X                 VALUE SPACES.
           88 FLAG-CONFIRMA                               VALUE "S".
      *---- SELECAO DA REMESSA ---------------------------------------*
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
       77 WS-TIPO-REMESSA           PIC 9                 VALUE 1.
           88 FLAG-TIPO-REMESSA-VALIDO         VALUE 1 THRU 4.
           88 FLAG-REMESSA-SUPLEMENTAR         VALUE 2.
           88 FLAG-REMESSA-DECIMO              VALUE 3.
           88 FLAG-REMESSA-PLR                 VALUE 4.
       77 WS-SEQ-REMESSA            PIC 9(2)              VALUE ZEROS.
       77 WS-TIPO-CONFERE           PIC 9                 VALUE ZEROS.
           88 FLAG-TIPO-CONFERE                VALUE 1.
      *    LIQUIDO ACIMA DE WS-MULTIPLO VEZES O DO MES ANTERIOR E
      *    EXCECAO.
       77 WS-MULTIPLO               PIC 9(2)V9            VALUE 2.
       01 WS-COMP-ANTERIOR.
           05 WS-ANT-MES            PIC 9(2)              VALUE ZEROS.
           05 WS-ANT-ANO            PIC 9(4)              VALUE ZEROS.
       77 WS-INICIO-COMP            PIC 9(8)              VALUE ZEROS.
       77 WS-FIM-COMP               PIC 9(8)              VALUE ZEROS.
      *---- FUNCIONARIOS DO MESTRE -----------------------------------*
       77 CONST-LIMITE-FUNC         PIC 9(4)              VALUE 500.
       77 WS-TOTAL-FUNC             PIC 9(4)              VALUE ZEROS.
       77 WS-POS-FUNC               PIC 9(4)              VALUE ZEROS.
           88 FLAG-FUNC-NA-TABELA              VALUE 1 THRU 500.
       01 TB-FUNCS.
           02 FUNCS-TAB OCCURS 500 TIMES.
               10 TF-PRONTUARIO     PIC X(8)              VALUE SPACES.
               10 TF-NOME           PIC A(20)             VALUE SPACES.
               10 TF-SITUACAO       PIC X                 VALUE SPACES.
                   88 FLAG-TF-ATIVO                VALUE "A".
               10 TF-BANCO          PIC X(3)              VALUE SPACES.
               10 TF-AGENCIA        PIC X(5)              VALUE SPACES.
               10 TF-CONTA          PIC X(10)             VALUE SPACES.
      *---- BENEFICIARIOS DE PENSAO ----------------------------------*
       77 CONST-LIMITE-PENSAO       PIC 9(4)              VALUE 300.
       77 WS-TOTAL-PENSAO           PIC 9(4)              VALUE ZEROS.
       01 TB-PENSAO.
           02 PENSAO-TAB OCCURS 300 TIMES.
               10 TP-PRONTUARIO     PIC X(8)              VALUE SPACES.
               10 TP-CPF            PIC X(11)             VALUE SPACES.
               10 TP-BANCO          PIC X(3)              VALUE SPACES.
               10 TP-AGENCIA        PIC X(5)              VALUE SPACES.
               10 TP-CONTA          PIC X(10)             VALUE SPACES.
      *---- CPFS DE DEPENDENTES E BENEFICIARIOS ----------------------*
       77 CONST-LIMITE-CPFS         PIC 9(4)              VALUE 1000.
       77 WS-TOTAL-CPFS             PIC 9(4)              VALUE ZEROS.
       01 TB-CPFS.
           02 CPFS-TAB OCCURS 1000 TIMES.
               10 TC-CPF            PIC X(11)             VALUE SPACES.
               10 TC-ORIGEM         PIC X                 VALUE SPACES.
               10 TC-PRONTUARIO     PIC X(8)              VALUE SPACES.
               10 TC-NOME           PIC X(30)             VALUE SPACES.
      *---- DESLIGAMENTOS --------------------------------------------*
       77 CONST-LIMITE-RESC         PIC 9(4)              VALUE 500.
       77 WS-TOTAL-RESC             PIC 9(4)              VALUE ZEROS.
       01 TB-RESCISOES.
           02 RESCISOES-TAB OCCURS 500 TIMES.
               10 TR-PRONTUARIO     PIC X(8)              VALUE SPACES.
               10 TR-DATA-DEMISSAO  PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-RESC              PIC 9(8)              VALUE ZEROS.
      *---- LIQUIDO DA FOLHA NORMAL DO MES ANTERIOR ------------------*
       77 CONST-LIMITE-ANTERIOR     PIC 9(4)              VALUE 500.
       77 WS-TOTAL-ANTERIOR         PIC 9(4)              VALUE ZEROS.
       77 WS-POS-ANTERIOR           PIC 9(4)              VALUE ZEROS.
           88 FLAG-ANTERIOR-ACHADO             VALUE 1 THRU 500.
       01 TB-ANTERIOR.
           02 ANTERIOR-TAB OCCURS 500 TIMES.
               10 TA-PRONTUARIO     PIC X(8)              VALUE SPACES.
               10 TA-LIQUIDO        PIC 9(6)V9(2)         VALUE ZEROS.
       77 WS-LIMITE-LIQUIDO         PIC 9(8)V9(2)         VALUE ZEROS.
      *---- CONTROLE DAS TRIAGENS ------------------------------------*
       77 CONST-LIMITE-TRIAGENS     PIC 9(4)              VALUE 400.
       77 WS-TOTAL-TRIAGENS         PIC 9(4)              VALUE ZEROS.
       77 WS-POS-TRIAGEM            PIC 9(4)              VALUE ZEROS.
           88 FLAG-TRIAGEM-ENCONTRADA          VALUE 1 THRU 400.
       01 TB-TRIAGENS.
           02 TRIAGENS-TAB OCCURS 400 TIMES.
               10 TB-TG-REGISTRO    PIC X(62)             VALUE SPACES.
      *---- CONTADORES -----------------------------------------------*
       77 WS-IDX-A                  PIC 9(4)              VALUE ZEROS.
       77 WS-IDX-B                  PIC 9(4)              VALUE ZEROS.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-EXCECOES           PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-PAGAMENTOS         PIC 9(6)              VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO          PIC 9(10)V9(2)        VALUE ZEROS.
      *---- LINHAS DO RELATORIO DE EXCECOES --------------------------*
       01 EX-TITULO.
           05 FILLER PIC X(32) VALUE "TRIAGEM DA REMESSA - COMP ".
           05 EX-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 EX-TIT-ANO PIC 9(4).
           05 FILLER PIC X(7) VALUE "  TIPO ".
           05 EX-TIT-TIPO PIC 9.
           05 FILLER PIC X(6) VALUE "  SEQ ".
           05 EX-TIT-SEQ PIC 99.
       01 EX-CABECALHO.
           05 FILLER PIC X(10) VALUE "PRONT".
           05 FILLER PIC X(22) VALUE "NOME".
           05 FILLER PIC X(32) VALUE "MOTIVO".
           05 FILLER PIC X(16) VALUE "REFERENCIA".
       01 EX-DETALHE.
           05 EX-DET-PRONTUARIO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-DET-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-DET-MOTIVO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-DET-REFERENCIA PIC X(16).
       01 EX-RODAPE.
           05 FILLER PIC X(20) VALUE "TOTAL DE EXCECOES: ".
           05 EX-ROD-QTD PIC ZZZ9.
           05 FILLER PIC X(14) VALUE "  PAGAMENTOS: ".
           05 EX-ROD-PAGAMENTOS PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  LIQUIDO: ".
           05 EX-ROD-LIQUIDO PIC ZZZZZZZZZ9,99.
       77 WS-VALOR-EDITADO          PIC ZZZZZZZ9,99       VALUE ZEROS.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY TRIAGEM-STATUS.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY PENSAO-STATUS.
           COPY DEPENDENTE-STATUS.
       77 WS-ARQ-RESCISOES          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RESCISOES       PIC X(02)             VALUE SPACES.
           88 FLAG-RESCISOES-SUCESSO           VALUE "00".
           88 FLAG-RESCISOES-EOF               VALUE "10".
       77 WS-ARQ-EXCECOES           PIC X(60)             VALUE SPACES.
       77 WS-STATUS-EXCECOES        PIC X(02)             VALUE SPACES.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Triagem da remessa".

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
           "TP08 - Triagem da remessa".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - executar triagem da remessa".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - liberar triagem com excecoes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - listar triagens".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-SELECAO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Triagem da remessa".

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12):".
           10 SC-COMP-MES           LINE + 0  COLUMN 60
           USING WS-COMP-MES.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 60
           USING WS-COMP-ANO.

           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Tipo (1 normal / 2 suplementar / 3 13o / 4 PLR):".
           10 SC-TIPO-REMESSA       LINE + 0  COLUMN 60
           USING WS-TIPO-REMESSA.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Sequencia da suplementar (se tipo = 2):".
           10 SC-SEQ-REMESSA        LINE + 0  COLUMN 60  PIC Z9
           USING WS-SEQ-REMESSA.
       01 SC-MULTIPLO.
           10   LINE 13   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Multiplo do liquido do mes anterior:".
           10 SC-ENT-MULTIPLO       LINE + 0  COLUMN 60  PIC Z9,9
           USING WS-MULTIPLO.
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
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-TRIAG"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-TRIAG"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRIAGENS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="triagem_remessa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TRIAGENS==
                ==:DDVAR:==  BY =="DD_TRIAGENS"==.
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
       OBTER-CAMINHO-PENSAO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="pensao_beneficiarios.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PENSAO-BENEF==
                ==:DDVAR:==  BY =="DD_PENSAO-BENEF"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-DEPENDENTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="dependentes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-DEPENDENTES==
                ==:DDVAR:==  BY =="DD_DEPENDENTES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESCISOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rescisoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RESCISOES==
                ==:DDVAR:==  BY =="DD_RESCISOES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EXCECOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="excecoes_remessa.txt"==
                ==:DESTINO:== BY ==WS-ARQ-EXCECOES==
                ==:DDVAR:==  BY =="DD_EXCECOES"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXECUTAR-TRIAGEM
               WHEN 2
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM LIBERAR-TRIAGEM
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 3
                   PERFORM LISTAR-TRIAGENS
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
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
       ACEITAR-SELECAO.
           DISPLAY SC-SELECAO.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-TIPO-REMESSA.
           ACCEPT SC-SEQ-REMESSA.

           IF NOT FLAG-REMESSA-SUPLEMENTAR
           AND NOT FLAG-REMESSA-DECIMO
               MOVE ZEROS TO WS-SEQ-REMESSA
           END-IF.
      *--------------------------------------------------------------*
       EXECUTAR-TRIAGEM.
           DISPLAY SC-LIMPA-TELA.
           PERFORM ACEITAR-SELECAO.

           DISPLAY SC-MULTIPLO.
           ACCEPT SC-ENT-MULTIPLO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
           OR NOT FLAG-TIPO-REMESSA-VALIDO
           OR WS-MULTIPLO < 1
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Parametros invalidos - triagem cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM PROCESSAR-TRIAGEM
           END-IF.
      *--------------------------------------------------------------*
       PROCESSAR-TRIAGEM.
           MOVE ZEROS TO WS-QTD-EXCECOES WS-QTD-PAGAMENTOS
                         WS-TOTAL-LIQUIDO.

           COMPUTE WS-INICIO-COMP =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           COMPUTE WS-FIM-COMP =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 31.

           IF WS-COMP-MES = 1
               MOVE 12 TO WS-ANT-MES
               COMPUTE WS-ANT-ANO = WS-COMP-ANO - 1
           ELSE
               COMPUTE WS-ANT-MES = WS-COMP-MES - 1
               MOVE WS-COMP-ANO TO WS-ANT-ANO
           END-IF.

           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-PENSIONISTAS.
           PERFORM CARREGAR-DEPENDENTES.
           PERFORM CARREGAR-RESCISOES.
           PERFORM CARREGAR-LIQUIDO-ANTERIOR.

           PERFORM OBTER-CAMINHO-EXCECOES.
           OPEN OUTPUT EXCECOES.

           MOVE WS-COMP-MES     TO EX-TIT-MES.
           MOVE WS-COMP-ANO     TO EX-TIT-ANO.
           MOVE WS-TIPO-REMESSA TO EX-TIT-TIPO.
           MOVE WS-SEQ-REMESSA  TO EX-TIT-SEQ.
           WRITE REG-EXCECAO FROM EX-TITULO.
           MOVE SPACES TO REG-EXCECAO.
           WRITE REG-EXCECAO.
           WRITE REG-EXCECAO FROM EX-CABECALHO.

           PERFORM VERIFICAR-CONTA-FUNC
           VARYING WS-IDX-A FROM 1 BY 1
           UNTIL WS-IDX-A > WS-TOTAL-FUNC.

           PERFORM VERIFICAR-CPF
           VARYING WS-IDX-A FROM 1 BY 1
           UNTIL WS-IDX-A > WS-TOTAL-CPFS.

           PERFORM VERIFICAR-PAGAMENTOS.

           MOVE SPACES TO REG-EXCECAO.
           WRITE REG-EXCECAO.
           MOVE WS-QTD-EXCECOES   TO EX-ROD-QTD.
           MOVE WS-QTD-PAGAMENTOS TO EX-ROD-PAGAMENTOS.
           MOVE WS-TOTAL-LIQUIDO  TO EX-ROD-LIQUIDO.
           WRITE REG-EXCECAO FROM EX-RODAPE.

           CLOSE EXCECOES.

           PERFORM GRAVAR-TRIAGEM.

           DISPLAY SC-LIMPA-TELA.

           IF WS-QTD-EXCECOES = ZEROS
               DISPLAY "Triagem sem excecoes - remessa liberada"
               FOREGROUND-COLOR 2 AT 2028
           ELSE
               DISPLAY "Excecoes encontradas: " AT 2028
               FOREGROUND-COLOR 6
               DISPLAY WS-QTD-EXCECOES AT 2050 FOREGROUND-COLOR 6
               DISPLAY "Ver excecoes_remessa.txt - liberacao pelo"
               AT 2128 FOREGROUND-COLOR 6
               DISPLAY "supervisor (opcao 2)" AT 2170
               FOREGROUND-COLOR 6
           END-IF.
      *--------------------------------------------------------------*
      *    TODOS OS PRONTUARIOS DO MESTRE, ATIVOS OU NAO: A CONFERENCIA
      *    DOS PAGAMENTOS PRECISA SABER QUEM ESTA INATIVO.
      *--------------------------------------------------------------*
       CARREGAR-FUNCIONARIOS.
           MOVE ZEROS  TO WS-TOTAL-FUNC.
           MOVE SPACES TO WS-STATUS-FUNC-MASTER.

           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           OPEN INPUT FUNC-MASTER.

           IF FLAG-FUNC-MASTER-SUCESSO
               PERFORM CARREGAR-LINHA-FUNCIONARIO WITH TEST BEFORE
               UNTIL FLAG-FUNC-MASTER-EOF
               OR NOT FLAG-FUNC-MASTER-SUCESSO
               OR WS-TOTAL-FUNC >= CONST-LIMITE-FUNC
               CLOSE FUNC-MASTER
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-FUNCIONARIO.

           READ FUNC-MASTER NEXT RECORD.

           IF FLAG-FUNC-MASTER-SUCESSO
               ADD 1 TO WS-TOTAL-FUNC
               MOVE FM-PRONTUARIO TO TF-PRONTUARIO(WS-TOTAL-FUNC)
               MOVE FM-NOME       TO TF-NOME(WS-TOTAL-FUNC)
               MOVE FM-SITUACAO   TO TF-SITUACAO(WS-TOTAL-FUNC)
               MOVE FM-BANCO      TO TF-BANCO(WS-TOTAL-FUNC)
               MOVE FM-AGENCIA    TO TF-AGENCIA(WS-TOTAL-FUNC)
               MOVE FM-CONTA      TO TF-CONTA(WS-TOTAL-FUNC)
           END-IF.
      *--------------------------------------------------------------*
      *    OS BENEFICIARIOS ENTRAM NA TABELA DE CONTAS E NA DE CPFS.
      *--------------------------------------------------------------*
       CARREGAR-PENSIONISTAS.
           MOVE ZEROS  TO WS-TOTAL-PENSAO WS-TOTAL-CPFS.
           MOVE SPACES TO WS-STATUS-PENSAO-BENEF.

           PERFORM OBTER-CAMINHO-PENSAO.

           OPEN INPUT PENSAO-BENEF.

           IF FLAG-PENSAO-BENEF-SUCESSO
               PERFORM CARREGAR-LINHA-PENSIONISTA WITH TEST BEFORE
               UNTIL FLAG-PENSAO-BENEF-EOF
               CLOSE PENSAO-BENEF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PENSIONISTA.

           READ PENSAO-BENEF.

           IF NOT FLAG-PENSAO-BENEF-EOF
               IF WS-TOTAL-PENSAO < CONST-LIMITE-PENSAO
                   ADD 1 TO WS-TOTAL-PENSAO
                   MOVE PB-PRONTUARIO TO TP-PRONTUARIO(WS-TOTAL-PENSAO)
                   MOVE PB-CPF        TO TP-CPF(WS-TOTAL-PENSAO)
                   MOVE PB-BANCO      TO TP-BANCO(WS-TOTAL-PENSAO)
                   MOVE PB-AGENCIA    TO TP-AGENCIA(WS-TOTAL-PENSAO)
                   MOVE PB-CONTA      TO TP-CONTA(WS-TOTAL-PENSAO)
               END-IF

               IF PB-CPF NOT = SPACES
               AND WS-TOTAL-CPFS < CONST-LIMITE-CPFS
                   ADD 1 TO WS-TOTAL-CPFS
                   MOVE PB-CPF        TO TC-CPF(WS-TOTAL-CPFS)
                   MOVE "P"           TO TC-ORIGEM(WS-TOTAL-CPFS)
                   MOVE PB-PRONTUARIO TO TC-PRONTUARIO(WS-TOTAL-CPFS)
                   MOVE PB-NOME       TO TC-NOME(WS-TOTAL-CPFS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-DEPENDENTES.
           MOVE SPACES TO WS-STATUS-DEPENDENTES.

           PERFORM OBTER-CAMINHO-DEPENDENTES.

           OPEN INPUT DEPENDENTES.

           IF FLAG-DEPENDENTES-SUCESSO
               PERFORM CARREGAR-LINHA-DEPENDENTE WITH TEST BEFORE
               UNTIL FLAG-DEPENDENTES-EOF
               CLOSE DEPENDENTES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-DEPENDENTE.

           READ DEPENDENTES.

           IF NOT FLAG-DEPENDENTES-EOF
               IF DP-CPF NOT = SPACES
               AND WS-TOTAL-CPFS < CONST-LIMITE-CPFS
                   ADD 1 TO WS-TOTAL-CPFS
                   MOVE DP-CPF        TO TC-CPF(WS-TOTAL-CPFS)
                   MOVE "D"           TO TC-ORIGEM(WS-TOTAL-CPFS)
                   MOVE DP-PRONTUARIO TO TC-PRONTUARIO(WS-TOTAL-CPFS)
                   MOVE DP-NOME       TO TC-NOME(WS-TOTAL-CPFS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-RESCISOES.
           MOVE ZEROS  TO WS-TOTAL-RESC.
           MOVE SPACES TO WS-STATUS-RESCISOES.

           PERFORM OBTER-CAMINHO-RESCISOES.

           OPEN INPUT RESCISOES.

           IF FLAG-RESCISOES-SUCESSO
               PERFORM CARREGAR-LINHA-RESCISAO WITH TEST BEFORE
               UNTIL FLAG-RESCISOES-EOF
               OR WS-TOTAL-RESC >= CONST-LIMITE-RESC
               CLOSE RESCISOES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-RESCISAO.

           READ RESCISOES.

           IF NOT FLAG-RESCISOES-EOF
               ADD 1 TO WS-TOTAL-RESC
               MOVE RS-PRONTUARIO    TO TR-PRONTUARIO(WS-TOTAL-RESC)
               MOVE RS-DATA-DEMISSAO TO TR-DATA-DEMISSAO(WS-TOTAL-RESC)
           END-IF.
      *--------------------------------------------------------------*
      *    BASE DA COMPARACAO: LIQUIDO DA FOLHA NORMAL DA COMPETENCIA
      *    ANTERIOR (REGISTROS ANTIGOS SEM TIPO VALEM COMO NORMAL).
      *--------------------------------------------------------------*
       CARREGAR-LIQUIDO-ANTERIOR.
           MOVE ZEROS  TO WS-TOTAL-ANTERIOR.
           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM CARREGAR-LINHA-ANTERIOR WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ANTERIOR.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-COMP-MES = WS-ANT-MES
               AND FH-COMP-ANO = WS-ANT-ANO
               AND FLAG-FH-NORMAL
               AND WS-TOTAL-ANTERIOR < CONST-LIMITE-ANTERIOR
                   ADD 1 TO WS-TOTAL-ANTERIOR
                   MOVE FH-PRONTUARIO
                       TO TA-PRONTUARIO(WS-TOTAL-ANTERIOR)
                   MOVE FH-SALARIO-LIQUIDO
                       TO TA-LIQUIDO(WS-TOTAL-ANTERIOR)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    CONTA DO FUNCIONARIO ATIVO CONTRA A DOS OUTROS ATIVOS
      *    SEGUINTES NA TABELA (CADA PAR UMA VEZ) E CONTRA A DE TODOS
      *    OS BENEFICIARIOS DE PENSAO.
      *--------------------------------------------------------------*
       VERIFICAR-CONTA-FUNC.
           IF FLAG-TF-ATIVO(WS-IDX-A)
           AND TF-CONTA(WS-IDX-A) NOT = SPACES
               PERFORM VARYING WS-IDX-B FROM WS-IDX-A BY 1
               UNTIL WS-IDX-B > WS-TOTAL-FUNC

                   IF WS-IDX-B NOT = WS-IDX-A
                   AND FLAG-TF-ATIVO(WS-IDX-B)
                   AND TF-BANCO(WS-IDX-B)   = TF-BANCO(WS-IDX-A)
                   AND TF-AGENCIA(WS-IDX-B) = TF-AGENCIA(WS-IDX-A)
                   AND TF-CONTA(WS-IDX-B)   = TF-CONTA(WS-IDX-A)
                       MOVE SPACES TO EX-DETALHE
                       MOVE TF-PRONTUARIO(WS-IDX-A)
                           TO EX-DET-PRONTUARIO
                       MOVE TF-NOME(WS-IDX-A) TO EX-DET-NOME
                       MOVE "CONTA BANCARIA COMPARTILHADA"
                           TO EX-DET-MOTIVO
                       STRING "PRONT " DELIMITED BY SIZE
                              TF-PRONTUARIO(WS-IDX-B)
                              DELIMITED BY SIZE
                              INTO EX-DET-REFERENCIA
                       PERFORM GRAVAR-EXCECAO
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-IDX-B FROM 1 BY 1
               UNTIL WS-IDX-B > WS-TOTAL-PENSAO

                   IF TP-BANCO(WS-IDX-B)   = TF-BANCO(WS-IDX-A)
                   AND TP-AGENCIA(WS-IDX-B) = TF-AGENCIA(WS-IDX-A)
                   AND TP-CONTA(WS-IDX-B)   = TF-CONTA(WS-IDX-A)
                       MOVE SPACES TO EX-DETALHE
                       MOVE TF-PRONTUARIO(WS-IDX-A)
                           TO EX-DET-PRONTUARIO
                       MOVE TF-NOME(WS-IDX-A) TO EX-DET-NOME
                       MOVE "CONTA IGUAL A DE PENSIONISTA"
                           TO EX-DET-MOTIVO
                       STRING "CPF " DELIMITED BY SIZE
                              TP-CPF(WS-IDX-B) DELIMITED BY SIZE
                              INTO EX-DET-REFERENCIA
                       PERFORM GRAVAR-EXCECAO
                   END-IF
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
      *    O MESMO CPF NO DEPENDENTE E NO BENEFICIARIO DO MESMO
      *    TITULAR E NORMAL (FILHO QUE RECEBE PENSAO); REPETIDO EM
      *    TITULARES DIFERENTES OU NO MESMO CADASTRO E EXCECAO.
      *--------------------------------------------------------------*
       VERIFICAR-CPF.
           PERFORM VARYING WS-IDX-B FROM WS-IDX-A BY 1
           UNTIL WS-IDX-B > WS-TOTAL-CPFS

               IF WS-IDX-B NOT = WS-IDX-A
               AND TC-CPF(WS-IDX-B) = TC-CPF(WS-IDX-A)
               AND (TC-PRONTUARIO(WS-IDX-B) NOT =
                    TC-PRONTUARIO(WS-IDX-A)
                    OR TC-ORIGEM(WS-IDX-B) = TC-ORIGEM(WS-IDX-A))
                   MOVE SPACES TO EX-DETALHE
                   MOVE TC-PRONTUARIO(WS-IDX-A) TO EX-DET-PRONTUARIO
                   MOVE TC-NOME(WS-IDX-A)       TO EX-DET-NOME
                   STRING "CPF " DELIMITED BY SIZE
                          TC-CPF(WS-IDX-A) DELIMITED BY SIZE
                          " REPETIDO " DELIMITED BY SIZE
                          TC-ORIGEM(WS-IDX-A) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TC-ORIGEM(WS-IDX-B) DELIMITED BY SIZE
                          INTO EX-DET-MOTIVO
                   STRING "PRONT " DELIMITED BY SIZE
                          TC-PRONTUARIO(WS-IDX-B) DELIMITED BY SIZE
                          INTO EX-DET-REFERENCIA
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       VERIFICAR-PAGAMENTOS.
           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM VERIFICAR-LINHA-FOLHA WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.
      *--------------------------------------------------------------*
      *    MESMA SELECAO DE TP08-REMESSA; O TOTAL LIQUIDO FICA NA
      *    TRIAGEM PARA A REMESSA PERCEBER FOLHA REFEITA DEPOIS DELA.
      *--------------------------------------------------------------*
       VERIFICAR-LINHA-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               PERFORM VERIFICAR-TIPO-FOLHA

               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND FLAG-TIPO-CONFERE
                   ADD 1 TO WS-QTD-PAGAMENTOS
                   ADD FH-SALARIO-LIQUIDO TO WS-TOTAL-LIQUIDO

                   IF FH-SALARIO-LIQUIDO > ZEROS
                       PERFORM VERIFICAR-FAVORECIDO
                       PERFORM VERIFICAR-VARIACAO-LIQUIDO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O PAGAMENTO DA PROPRIA RESCISAO (DEMISSAO DENTRO DA
      *    COMPETENCIA) NAO E EXCECAO.
      *--------------------------------------------------------------*
       VERIFICAR-FAVORECIDO.
           MOVE ZEROS TO WS-POS-FUNC WS-DATA-RESC.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-FUNC
               IF TF-PRONTUARIO(WS-CONT) = FH-PRONTUARIO
                   MOVE WS-CONT TO WS-POS-FUNC
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-RESC
               IF TR-PRONTUARIO(WS-CONT) = FH-PRONTUARIO
               AND TR-DATA-DEMISSAO(WS-CONT) > WS-DATA-RESC
                   MOVE TR-DATA-DEMISSAO(WS-CONT) TO WS-DATA-RESC
               END-IF
           END-PERFORM.

           MOVE SPACES             TO EX-DETALHE.
           MOVE FH-PRONTUARIO      TO EX-DET-PRONTUARIO.
           MOVE FH-PRIMEIRO-NOME   TO EX-DET-NOME.
           MOVE FH-SALARIO-LIQUIDO TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO   TO EX-DET-REFERENCIA.

           IF WS-DATA-RESC > ZEROS
           AND WS-DATA-RESC < WS-INICIO-COMP
               MOVE "PAGAMENTO APOS RESCISAO" TO EX-DET-MOTIVO
               PERFORM GRAVAR-EXCECAO
           ELSE
               IF NOT FLAG-FUNC-NA-TABELA
                   MOVE "PAGAMENTO SEM CADASTRO MESTRE"
                       TO EX-DET-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               ELSE
                   IF NOT FLAG-TF-ATIVO(WS-POS-FUNC)
                   AND WS-DATA-RESC < WS-INICIO-COMP
                       MOVE "PAGAMENTO A INATIVO" TO EX-DET-MOTIVO
                       PERFORM GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    SEM FOLHA NO MES ANTERIOR (ADMISSAO RECENTE) NAO HA BASE
      *    DE COMPARACAO.
      *--------------------------------------------------------------*
       VERIFICAR-VARIACAO-LIQUIDO.
           MOVE ZEROS TO WS-POS-ANTERIOR.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ANTERIOR
               IF TA-PRONTUARIO(WS-CONT) = FH-PRONTUARIO
                   MOVE WS-CONT TO WS-POS-ANTERIOR
               END-IF
           END-PERFORM.

           IF FLAG-ANTERIOR-ACHADO
               IF TA-LIQUIDO(WS-POS-ANTERIOR) > ZEROS
                   COMPUTE WS-LIMITE-LIQUIDO =
                       TA-LIQUIDO(WS-POS-ANTERIOR) * WS-MULTIPLO

                   IF FH-SALARIO-LIQUIDO > WS-LIMITE-LIQUIDO
                       MOVE SPACES           TO EX-DETALHE
                       MOVE FH-PRONTUARIO    TO EX-DET-PRONTUARIO
                       MOVE FH-PRIMEIRO-NOME TO EX-DET-NOME
                       MOVE "LIQUIDO ACIMA DO MES ANTERIOR"
                           TO EX-DET-MOTIVO
                       MOVE TA-LIQUIDO(WS-POS-ANTERIOR)
                           TO WS-VALOR-EDITADO
                       MOVE WS-VALOR-EDITADO TO EX-DET-REFERENCIA
                       PERFORM GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-TIPO-FOLHA.

           MOVE ZEROS TO WS-TIPO-CONFERE.

           EVALUATE TRUE
               WHEN FLAG-REMESSA-SUPLEMENTAR
                   IF FLAG-FH-SUPLEMENTAR
                   AND (WS-SEQ-REMESSA = ZEROS
                        OR FH-SEQ-FOLHA = WS-SEQ-REMESSA)
                       MOVE 1 TO WS-TIPO-CONFERE
                   END-IF
               WHEN FLAG-REMESSA-DECIMO
                   IF FLAG-FH-DECIMO
                   AND (WS-SEQ-REMESSA = ZEROS
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
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
       GRAVAR-EXCECAO.
           WRITE REG-EXCECAO FROM EX-DETALHE.
           ADD 1 TO WS-QTD-EXCECOES.
      *--------------------------------------------------------------*
      *    CADA EXECUCAO ACRESCENTA UMA LINHA; VALE A ULTIMA DA
      *    SELECAO.
      *--------------------------------------------------------------*
       GRAVAR-TRIAGEM.
           PERFORM OBTER-CAMINHO-TRIAGENS.

           MOVE SPACES TO WS-STATUS-TRIAGENS.

           OPEN EXTEND TRIAGENS.

           IF NOT FLAG-TRIAGENS-SUCESSO
               IF FLAG-TRIAGENS-NAO-CRIADO
                   OPEN OUTPUT TRIAGENS
               END-IF
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES            TO REG-TRIAGEM.
           MOVE WS-COMP-ANO       TO TG-COMP-ANO.
           MOVE WS-COMP-MES       TO TG-COMP-MES.
           MOVE WS-TIPO-REMESSA   TO TG-TIPO-REMESSA.
           MOVE WS-SEQ-REMESSA    TO TG-SEQ-REMESSA.
           MOVE WS-QTD-EXCECOES   TO TG-QTD-EXCECOES.
           MOVE WS-TOTAL-LIQUIDO  TO TG-TOTAL-LIQUIDO.
           MOVE WS-DATA-HOJE      TO TG-DATA-TRIAGEM.

           IF WS-QTD-EXCECOES = ZEROS
               SET FLAG-TRIAGEM-LIBERADA TO TRUE
               MOVE WS-LOGIN-ID       TO TG-OPERADOR
               MOVE WS-DATA-HOJE      TO TG-DATA-LIBERACAO
           ELSE
               SET FLAG-TRIAGEM-PENDENTE TO TRUE
               MOVE ZEROS             TO TG-DATA-LIBERACAO
           END-IF.

           WRITE REG-TRIAGEM.

           CLOSE TRIAGENS.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  WS-TIPO-REMESSA DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-SEQ-REMESSA DELIMITED BY SIZE
                  " EXCECOES=" DELIMITED BY SIZE
                  WS-QTD-EXCECOES DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "TRIAGEM DA REMESSA EXECUTADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-EXCECOES   TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    O SUPERVISOR LIBERA A ULTIMA TRIAGEM DA SELECAO DEPOIS DE
      *    CONFERIR O RELATORIO DE EXCECOES.
      *--------------------------------------------------------------*
       LIBERAR-TRIAGEM.
           DISPLAY SC-LIMPA-TELA.
           PERFORM ACEITAR-SELECAO.

           PERFORM CARREGAR-TABELA-TRIAGENS.
           PERFORM LOCALIZAR-TRIAGEM.

           IF NOT FLAG-TRIAGEM-ENCONTRADA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Nenhuma triagem para a selecao informada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE TB-TG-REGISTRO(WS-POS-TRIAGEM) TO REG-TRIAGEM

               IF FLAG-TRIAGEM-LIBERADA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Triagem ja liberada"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   DISPLAY "Excecoes da triagem: " AT 1510
                   DISPLAY TG-QTD-EXCECOES AT 1531
                   DISPLAY "Confirma a liberacao (S/N)? " AT 1610
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA AT 1638

                   IF FLAG-CONFIRMA
                       PERFORM GRAVAR-LIBERACAO
                   ELSE
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Liberacao cancelada"
                       FOREGROUND-COLOR 6 AT 2028
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LIBERACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           SET FLAG-TRIAGEM-LIBERADA TO TRUE.
           MOVE WS-LOGIN-ID  TO TG-OPERADOR.
           MOVE WS-DATA-HOJE TO TG-DATA-LIBERACAO.
           MOVE REG-TRIAGEM  TO TB-TG-REGISTRO(WS-POS-TRIAGEM).

           PERFORM SALVAR-TABELA-TRIAGENS.

           STRING "COMP=" DELIMITED BY SIZE
                  TG-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TG-COMP-ANO DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  TG-TIPO-REMESSA DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  TG-SEQ-REMESSA DELIMITED BY SIZE
                  " EXCECOES=" DELIMITED BY SIZE
                  TG-QTD-EXCECOES DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "TRIAGEM LIBERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Triagem liberada - remessa pode ser gerada"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-TRIAGENS.
           MOVE ZEROS  TO WS-TOTAL-TRIAGENS.
           MOVE SPACES TO WS-STATUS-TRIAGENS.

           PERFORM OBTER-CAMINHO-TRIAGENS.

           OPEN INPUT TRIAGENS.

           IF FLAG-TRIAGENS-SUCESSO
               PERFORM CARREGAR-LINHA-TRIAGEM WITH TEST BEFORE
               UNTIL FLAG-TRIAGENS-EOF
               OR WS-TOTAL-TRIAGENS >= CONST-LIMITE-TRIAGENS
               CLOSE TRIAGENS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TRIAGEM.

           READ TRIAGENS.

           IF NOT FLAG-TRIAGENS-EOF
               ADD 1 TO WS-TOTAL-TRIAGENS
               MOVE REG-TRIAGEM TO TB-TG-REGISTRO(WS-TOTAL-TRIAGENS)
           END-IF.
      *--------------------------------------------------------------*
      *    A ULTIMA LINHA DA SELECAO E A QUE VALE.
      *--------------------------------------------------------------*
       LOCALIZAR-TRIAGEM.
           MOVE ZEROS TO WS-POS-TRIAGEM.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-TRIAGENS

               MOVE TB-TG-REGISTRO(WS-CONT) TO REG-TRIAGEM

               IF TG-COMP-MES = WS-COMP-MES
               AND TG-COMP-ANO = WS-COMP-ANO
               AND TG-TIPO-REMESSA = WS-TIPO-REMESSA
               AND TG-SEQ-REMESSA = WS-SEQ-REMESSA
                   MOVE WS-CONT TO WS-POS-TRIAGEM
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-TRIAGENS.
           OPEN OUTPUT TRIAGENS.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-TRIAGENS
               MOVE TB-TG-REGISTRO(WS-CONT) TO REG-TRIAGEM
               WRITE REG-TRIAGEM
           END-PERFORM.

           CLOSE TRIAGENS.
      *--------------------------------------------------------------*
       LISTAR-TRIAGENS.
           DISPLAY SC-LIMPA-TELA.

           DISPLAY "COMP    TIPO SEQ EXCEC SIT DATA     OPERADOR"
               AT 0510.

           MOVE 7 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-TRIAGENS.

           PERFORM OBTER-CAMINHO-TRIAGENS.

           OPEN INPUT TRIAGENS.

           IF NOT FLAG-TRIAGENS-SUCESSO
               DISPLAY "NENHUMA TRIAGEM EXECUTADA AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-TRIAGEM WITH TEST BEFORE
               UNTIL FLAG-TRIAGENS-EOF
               CLOSE TRIAGENS
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-TRIAGEM.

           READ TRIAGENS.

           IF NOT FLAG-TRIAGENS-EOF
           AND WS-COUNT-LINE < 21
               DISPLAY TG-COMP-MES
                   AT LINE WS-COUNT-LINE COLUMN 10
               DISPLAY "/"
                   AT LINE WS-COUNT-LINE COLUMN 12
               DISPLAY TG-COMP-ANO
                   AT LINE WS-COUNT-LINE COLUMN 13
               DISPLAY TG-TIPO-REMESSA
                   AT LINE WS-COUNT-LINE COLUMN 18
               DISPLAY TG-SEQ-REMESSA
                   AT LINE WS-COUNT-LINE COLUMN 23
               DISPLAY TG-QTD-EXCECOES
                   AT LINE WS-COUNT-LINE COLUMN 27
               DISPLAY TG-SITUACAO
                   AT LINE WS-COUNT-LINE COLUMN 33
               DISPLAY TG-DATA-LIBERACAO
                   AT LINE WS-COUNT-LINE COLUMN 37
               DISPLAY TG-OPERADOR
                   AT LINE WS-COUNT-LINE COLUMN 46
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
