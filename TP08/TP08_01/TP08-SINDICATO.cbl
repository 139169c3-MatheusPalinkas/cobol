       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-SINDICATO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    SINDICATOS: MANTEM sindicatos.dat (CNPJ, DADOS BANCARIOS E
      *    REGRAS DA CONTRIBUICAO ANUAL E DA MENSALIDADE),
      *    sindicato_cargos.dat (O SINDICATO DE CADA CARGO DA TABELA
      *    SALARIAL) E O HISTORICO DE OPCOES DOS FUNCIONARIOS
      *    (sindicato_opcoes.dat - ASSOCIADO E AUTORIZACAO DA
      *    CONTRIBUICAO), QUE A FOLHA USA PARA O DESCONTO. GERA A
      *    REMESSA MENSAL DE REPASSE POR SINDICATO
      *    (remessa_sindical.txt, NO LAYOUT DA REMESSA DE PENSAO) E A
      *    LISTA DE DESCONTADOS POR SINDICATO
      *    (relatorio_sindical.txt) A PARTIR DE folha.dat.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SINDICATO-SELECT.

           COPY SINDICATO-CARGO-SELECT.

           COPY SINDICATO-OPCAO-SELECT.

           COPY TAB-SALARIAL-SELECT.

           COPY FOLHA-SELECT.

           COPY FUNC-MASTER-SELECT.

           SELECT REMESSA-SINDICAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-REMESSA-SINDICAL.

           SELECT RELAT-SINDICAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELAT-SINDICAL.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY SINDICATO-FD.

       COPY SINDICATO-CARGO-FD.

       COPY SINDICATO-OPCAO-FD.

       COPY TAB-SALARIAL-FD.

       COPY FOLHA-FD.

       COPY FUNC-MASTER-FD.

       FD REMESSA-SINDICAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REMESSA-SINDICAL.

       01 REG-REMESSA-SINDICAL.
           05 RS-LINHA              PIC X(80)      VALUE SPACES.

       FD RELAT-SINDICAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RELAT-SINDICAL.

       01 REG-RELAT-SINDICAL.
           05 RL-LINHA              PIC X(80)      VALUE SPACES.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       01 WS-SIND-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(4)              VALUE SPACES.
           05 WS-ENT-NOME           PIC X(30)             VALUE SPACES.
           05 WS-ENT-CNPJ           PIC X(14)             VALUE SPACES.
           05 WS-ENT-BANCO          PIC X(3)              VALUE SPACES.
           05 WS-ENT-AGENCIA        PIC X(5)              VALUE SPACES.
           05 WS-ENT-CONTA          PIC X(10)             VALUE SPACES.
           05 WS-ENT-MES-CONTRIB    PIC 9(2)              VALUE ZEROS.
               88 FLAG-ENT-MES-VALIDO          VALUE 0 THRU 12.
           05 WS-ENT-TIPO-CONTRIB   PIC X                 VALUE SPACES.
               88 FLAG-ENT-CONTRIB-VALIDO      VALUE "D" "P" "F".
               88 FLAG-ENT-CONTRIB-UM-DIA      VALUE "D".
           05 WS-ENT-VALOR-CONTRIB  PIC 9(4)V9(2)         VALUE ZEROS.
           05 WS-ENT-TIPO-MENSAL    PIC X                 VALUE SPACES.
               88 FLAG-ENT-MENSAL-VALIDO       VALUE "P" "F".
           05 WS-ENT-VALOR-MENSAL   PIC 9(4)V9(2)         VALUE ZEROS.
       01 WS-OPCAO-ENTRADA.
           05 WS-ENT-CARGO          PIC X(20)             VALUE SPACES.
           05 WS-ENT-PRONTUARIO     PIC X(8)              VALUE SPACES.
           05 WS-ENT-DATA-EFETIVA   PIC 9(8)              VALUE ZEROS.
           05 WS-ENT-ASSOCIADO      PIC X                 VALUE SPACES.
               88 FLAG-ENT-ASSOCIADO-VALIDO    VALUE "S" "N".
           05 WS-ENT-CONTRIBUICAO   PIC X                 VALUE SPACES.
               88 FLAG-ENT-CONTRIBUICAO-VALIDA VALUE "S" "N".
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
       77 WS-CARGO-ACHADO           PIC 9                 VALUE ZEROS.
           88 FLAG-CARGO-ACHADO                           VALUE 1.
      *---- TABELAS DO CADASTRO --------------------------------------*
       77 CONST-LIMITE-SINDICATOS   PIC 9(4)              VALUE 50.
       77 WS-TOTAL-SINDICATOS       PIC 9(4)              VALUE ZEROS.
       77 WS-POS-SINDICATO          PIC 9(4)              VALUE ZEROS.
           88 FLAG-SINDICATO-ENCONTRADO        VALUE 1 THRU 50.
       01 TB-SINDICATOS.
           02 SINDICATOS-TAB OCCURS 50 TIMES.
               10 TB-SN-REGISTRO    PIC X(92)             VALUE SPACES.
       77 CONST-LIMITE-CARGOS       PIC 9(4)              VALUE 500.
       77 WS-TOTAL-CARGOS           PIC 9(4)              VALUE ZEROS.
       77 WS-POS-CARGO              PIC 9(4)              VALUE ZEROS.
           88 FLAG-VINCULO-ENCONTRADO          VALUE 1 THRU 500.
       01 TB-SINDICATO-CARGOS.
           02 SINDICATO-CARGOS-TAB OCCURS 500 TIMES.
               10 TB-SV-REGISTRO    PIC X(25)             VALUE SPACES.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
      *---- REMESSA --------------------------------------------------*
       77 WS-DATA-GERACAO           PIC 9(8)              VALUE ZEROS.
       77 WS-IDX-SIND               PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-FUNC-SIND          PIC 9(4)              VALUE ZEROS.
       77 WS-VALOR-SIND             PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-QTD-REPASSES           PIC 9(4)              VALUE ZEROS.
       77 WS-TOTAL-REPASSES         PIC 9(10)V9(2)        VALUE ZEROS.
      *---- LAYOUT DA REMESSA SINDICAL -------------------------------*
       01 RS-HEADER.
           05 FILLER                PIC X          VALUE "0".
           05 RS-HDR-DATA           PIC 9(8)       VALUE ZEROS.
           05 RS-HDR-COMP-MES       PIC 9(2)       VALUE ZEROS.
           05 RS-HDR-COMP-ANO       PIC 9(4)       VALUE ZEROS.
           05 RS-HDR-EMPRESA        PIC X(30)      VALUE
              "PALINKAS E TAVARES".
           05 FILLER                PIC X(35)      VALUE SPACES.
       01 RS-DETALHE.
           05 FILLER                PIC X          VALUE "1".
           05 RS-DET-CNPJ           PIC X(14)      VALUE SPACES.
           05 RS-DET-BANCO          PIC X(3)       VALUE SPACES.
           05 RS-DET-AGENCIA        PIC X(5)       VALUE SPACES.
           05 RS-DET-CONTA          PIC X(10)      VALUE SPACES.
           05 RS-DET-NOME           PIC X(30)      VALUE SPACES.
           05 RS-DET-VALOR          PIC 9(8)V9(2)  VALUE ZEROS.
           05 RS-DET-QTD-FUNC       PIC 9(4)       VALUE ZEROS.
           05 FILLER                PIC X(3)       VALUE SPACES.
       01 RS-TRAILER.
           05 FILLER                PIC X          VALUE "9".
           05 RS-TRL-QTD            PIC 9(6)       VALUE ZEROS.
           05 RS-TRL-TOTAL          PIC 9(10)V9(2) VALUE ZEROS.
           05 FILLER                PIC X(61)      VALUE SPACES.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 RL-TITULO.
           05 FILLER PIC X(31) VALUE
              "DESCONTOS SINDICAIS - ".
           05 RL-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RL-TIT-ANO PIC 9(4).
       01 RL-SINDICATO.
           05 FILLER PIC X(11) VALUE "SINDICATO ".
           05 RL-SIN-CODIGO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-SIN-NOME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-SIN-CNPJ PIC X(14).
       01 RL-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-DET-PRONTUARIO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-DET-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-DET-VALOR PIC ZZZZZ9,99.
       01 RL-SUBTOTAL.
           05 FILLER PIC X(14) VALUE "  TOTAL: ".
           05 RL-SUB-QTD PIC ZZZ9.
           05 FILLER PIC X(16) VALUE " funcionario(s) ".
           05 RL-SUB-VALOR PIC ZZZZZZZ9,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY SINDICATO-STATUS.
           COPY SINDICATO-CARGO-STATUS.
           COPY SINDICATO-OPCAO-STATUS.
           COPY TAB-SALARIAL-STATUS.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
       77 WS-ARQ-REMESSA-SINDICAL   PIC X(60)             VALUE SPACES.
       77 WS-STATUS-REMESSA-SINDICAL PIC X(02)            VALUE SPACES.
       77 WS-ARQ-RELAT-SINDICAL     PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RELAT-SINDICAL  PIC X(02)             VALUE SPACES.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY EMPRESA-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Sindicatos".

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
           "TP08 - Sindicatos".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - gravar sindicato".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - vincular cargo a um sindicato".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - registrar opcao sindical de funcionario".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - listar sindicatos".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - gerar remessa sindical da competencia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-SINDICATO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Sindicatos".

           10   LINE 08   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Codigo do sindicato: ".
           10 SC-ENT-CODIGO         LINE + 0  COLUMN  60
           USING WS-ENT-CODIGO.

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Nome: ".
           10 SC-ENT-NOME           LINE + 0  COLUMN  60
           USING WS-ENT-NOME.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "CNPJ: ".
           10 SC-ENT-CNPJ           LINE + 0  COLUMN  60
           USING WS-ENT-CNPJ.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Banco: ".
           10 SC-ENT-BANCO          LINE + 0  COLUMN  60
           USING WS-ENT-BANCO.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Agencia: ".
           10 SC-ENT-AGENCIA        LINE + 0  COLUMN  60
           USING WS-ENT-AGENCIA.

           10   LINE 13   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Conta: ".
           10 SC-ENT-CONTA          LINE + 0  COLUMN  60
           USING WS-ENT-CONTA.

           10   LINE 14   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Mes da contribuicao anual (00 = nao ha): ".
           10 SC-ENT-MES-CONTRIB    LINE + 0  COLUMN  62
           USING WS-ENT-MES-CONTRIB.

           10   LINE 15   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Contribuicao (D dia / P percentual / F fixa): ".
           10 SC-ENT-TIPO-CONTRIB   LINE + 0  COLUMN  67
           USING WS-ENT-TIPO-CONTRIB.

           10   LINE 16   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Percentual ou valor da contribuicao: ".
           10 SC-ENT-VALOR-CONTRIB  LINE + 0  COLUMN  60  PIC ZZZ9,99
           USING WS-ENT-VALOR-CONTRIB.

           10   LINE 17   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Mensalidade (P percentual / F fixa): ".
           10 SC-ENT-TIPO-MENSAL    LINE + 0  COLUMN  60
           USING WS-ENT-TIPO-MENSAL.

           10   LINE 18   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Percentual ou valor da mensalidade: ".
           10 SC-ENT-VALOR-MENSAL   LINE + 0  COLUMN  60  PIC ZZZ9,99
           USING WS-ENT-VALOR-MENSAL.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-VINCULO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Sindicatos".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Cargo: ".
           10 SC-ENT-CARGO          LINE + 0  COLUMN  56
           USING WS-ENT-CARGO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do sindicato: ".
           10 SC-VIN-CODIGO         LINE + 0  COLUMN  56
           USING WS-ENT-CODIGO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-OPCAO-SINDICAL.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Sindicatos".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Prontuario: ".
           10 SC-ENT-PRONTUARIO     LINE + 0  COLUMN  62
           USING WS-ENT-PRONTUARIO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Vale a partir de (AAAAMMDD): ".
           10 SC-ENT-DATA-EFETIVA   LINE + 0  COLUMN  62
           USING WS-ENT-DATA-EFETIVA.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Associado - mensalidade (S/N): ".
           10 SC-ENT-ASSOCIADO      LINE + 0  COLUMN  62
           USING WS-ENT-ASSOCIADO.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Autoriza contribuicao anual (S/N): ".
           10 SC-ENT-CONTRIBUICAO   LINE + 0  COLUMN  64
           USING WS-ENT-CONTRIBUICAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-COMPETENCIA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Sindicatos".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12): ".
           10 SC-COMP-MES           LINE + 0  COLUMN  56
           USING WS-COMP-MES.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA): ".
           10 SC-COMP-ANO           LINE + 0  COLUMN  56
           USING WS-COMP-ANO.
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
                                        BY =="TP08-SINDI"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-SINDI"==
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
       OBTER-CAMINHO-SINDICATOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="sindicatos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SINDICATOS==
                ==:DDVAR:==  BY =="DD_SINDICATOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SINDICATO-CARGOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="sindicato_cargos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SINDICATO-CARGOS==
                ==:DDVAR:==  BY =="DD_SINDICATO-CARGOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SINDICATO-OPCOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="sindicato_opcoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SINDICATO-OPCOES==
                ==:DDVAR:==  BY =="DD_SINDICATO-OPCOES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TAB-SALARIAL.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="tabela_salarial.dat"==
                ==:DESTINO:== BY ==WS-ARQ-TAB-SALARIAL==
                ==:DDVAR:==  BY =="DD_TAB-SALARIAL"==.
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
       OBTER-CAMINHO-REMESSA-SINDICAL.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="remessa_sindical.txt"==
                ==:DESTINO:== BY ==WS-ARQ-REMESSA-SINDICAL==
                ==:DDVAR:==  BY =="DD_REMESSA-SINDICAL"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RELAT-SINDICAL.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="relatorio_sindical.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RELAT-SINDICAL==
                ==:DDVAR:==  BY =="DD_RELAT-SINDICAL"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM GRAVAR-SINDICATO
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 2
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM VINCULAR-CARGO
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 3
                   PERFORM REGISTRAR-OPCAO-SINDICAL
               WHEN 4
                   PERFORM LISTAR-SINDICATOS
               WHEN 5
                   PERFORM GERAR-REMESSA-SINDICAL
               WHEN 6
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
      *    CODIGO JA CADASTRADO TEM OS DADOS SUBSTITUIDOS; OS DEMAIS
      *    SAO INCLUIDOS.
      *--------------------------------------------------------------*
       GRAVAR-SINDICATO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-SIND-ENTRADA.
           MOVE ZEROS  TO WS-ENT-MES-CONTRIB WS-ENT-VALOR-CONTRIB
                          WS-ENT-VALOR-MENSAL.

           DISPLAY SC-SINDICATO.
           ACCEPT SC-ENT-CODIGO.
           ACCEPT SC-ENT-NOME.
           ACCEPT SC-ENT-CNPJ.
           ACCEPT SC-ENT-BANCO.
           ACCEPT SC-ENT-AGENCIA.
           ACCEPT SC-ENT-CONTA.
           ACCEPT SC-ENT-MES-CONTRIB.
           ACCEPT SC-ENT-TIPO-CONTRIB.
           ACCEPT SC-ENT-VALOR-CONTRIB.
           ACCEPT SC-ENT-TIPO-MENSAL.
           ACCEPT SC-ENT-VALOR-MENSAL.

           IF WS-ENT-CODIGO = SPACES
           OR WS-ENT-NOME = SPACES
           OR WS-ENT-CNPJ = SPACES
           OR NOT FLAG-ENT-MES-VALIDO
           OR NOT FLAG-ENT-CONTRIB-VALIDO
           OR NOT FLAG-ENT-MENSAL-VALIDO
           OR (WS-ENT-VALOR-CONTRIB = ZEROS
               AND NOT FLAG-ENT-CONTRIB-UM-DIA
               AND WS-ENT-MES-CONTRIB NOT = ZEROS)
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - gravacao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-TABELA-SINDICATOS
               PERFORM LOCALIZAR-SINDICATO

               IF NOT FLAG-SINDICATO-ENCONTRADO
                   IF WS-TOTAL-SINDICATOS >= CONST-LIMITE-SINDICATOS
                       DISPLAY "TABELA DE SINDICATOS CHEIA"
                       FOREGROUND-COLOR 6 AT 2128
                   ELSE
                       ADD 1 TO WS-TOTAL-SINDICATOS
                       MOVE WS-TOTAL-SINDICATOS TO WS-POS-SINDICATO
                   END-IF
               END-IF

               IF FLAG-SINDICATO-ENCONTRADO
                   MOVE SPACES               TO REG-SINDICATO
                   MOVE WS-ENT-CODIGO        TO SN-CODIGO
                   MOVE WS-ENT-NOME          TO SN-NOME
                   MOVE WS-ENT-CNPJ          TO SN-CNPJ
                   MOVE WS-ENT-BANCO         TO SN-BANCO
                   MOVE WS-ENT-AGENCIA       TO SN-AGENCIA
                   MOVE WS-ENT-CONTA         TO SN-CONTA
                   MOVE WS-ENT-MES-CONTRIB   TO SN-MES-CONTRIB
                   MOVE WS-ENT-TIPO-CONTRIB  TO SN-TIPO-CONTRIB
                   MOVE WS-ENT-VALOR-CONTRIB TO SN-VALOR-CONTRIB
                   MOVE WS-ENT-TIPO-MENSAL   TO SN-TIPO-MENSAL
                   MOVE WS-ENT-VALOR-MENSAL  TO SN-VALOR-MENSAL

                   MOVE REG-SINDICATO
                       TO TB-SN-REGISTRO(WS-POS-SINDICATO)

                   PERFORM SALVAR-TABELA-SINDICATOS

                   STRING "SINDICATO=" DELIMITED BY SIZE
                          WS-ENT-CODIGO DELIMITED BY SIZE
                          " CNPJ=" DELIMITED BY SIZE
                          WS-ENT-CNPJ DELIMITED BY SIZE
                          " MES=" DELIMITED BY SIZE
                          WS-ENT-MES-CONTRIB DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "SINDICATO GRAVADO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Sindicato gravado com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O CARGO PRECISA EXISTIR NA TABELA SALARIAL E O SINDICATO
      *    NO CADASTRO; CARGO JA VINCULADO MUDA DE SINDICATO.
      *--------------------------------------------------------------*
       VINCULAR-CARGO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CARGO WS-ENT-CODIGO.

           DISPLAY SC-VINCULO.
           ACCEPT SC-ENT-CARGO.
           ACCEPT SC-VIN-CODIGO.

           PERFORM CONFERIR-CARGO.
           PERFORM CARREGAR-TABELA-SINDICATOS.
           PERFORM LOCALIZAR-SINDICATO.

           IF NOT FLAG-CARGO-ACHADO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Cargo nao encontrado na tabela salarial"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               IF NOT FLAG-SINDICATO-ENCONTRADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Sindicato nao cadastrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM GRAVAR-VINCULO-CARGO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-VINCULO-CARGO.
           PERFORM CARREGAR-TABELA-CARGOS.
           PERFORM LOCALIZAR-VINCULO.

           IF NOT FLAG-VINCULO-ENCONTRADO
               IF WS-TOTAL-CARGOS >= CONST-LIMITE-CARGOS
                   DISPLAY "TABELA DE CARGOS CHEIA"
                   FOREGROUND-COLOR 6 AT 2128
               ELSE
                   ADD 1 TO WS-TOTAL-CARGOS
                   MOVE WS-TOTAL-CARGOS TO WS-POS-CARGO
               END-IF
           END-IF.

           IF FLAG-VINCULO-ENCONTRADO
               MOVE SPACES        TO REG-SINDICATO-CARGO
               MOVE WS-ENT-CARGO  TO SV-CARGO
               MOVE WS-ENT-CODIGO TO SV-SINDICATO
               MOVE REG-SINDICATO-CARGO TO TB-SV-REGISTRO(WS-POS-CARGO)

               PERFORM SALVAR-TABELA-CARGOS

               STRING "CARGO=" DELIMITED BY SIZE
                      WS-ENT-CARGO DELIMITED BY SIZE
                      " SINDICATO=" DELIMITED BY SIZE
                      WS-ENT-CODIGO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "CARGO VINCULADO A SINDICATO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Cargo vinculado com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CARGO.
           MOVE ZEROS  TO WS-CARGO-ACHADO.
           MOVE SPACES TO WS-STATUS-TAB-SALARIAL.

           PERFORM OBTER-CAMINHO-TAB-SALARIAL.

           OPEN INPUT TAB-SALARIAL.

           IF FLAG-TAB-SALARIAL-SUCESSO
               PERFORM CONFERIR-LINHA-CARGO WITH TEST BEFORE
               UNTIL FLAG-TAB-SALARIAL-EOF
               CLOSE TAB-SALARIAL
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-CARGO.

           READ TAB-SALARIAL.

           IF NOT FLAG-TAB-SALARIAL-EOF
               IF TS-CARGO = WS-ENT-CARGO
               AND WS-ENT-CARGO NOT = SPACES
                   MOVE 1 TO WS-CARGO-ACHADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A OPCAO NAO SUBSTITUI AS ANTERIORES: O HISTORICO MOSTRA
      *    QUANDO O FUNCIONARIO ADERIU OU DESISTIU.
      *--------------------------------------------------------------*
       REGISTRAR-OPCAO-SINDICAL.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO WS-ENT-ASSOCIADO
                          WS-ENT-CONTRIBUICAO.
           MOVE ZEROS  TO WS-ENT-DATA-EFETIVA.

           DISPLAY SC-OPCAO-SINDICAL.
           ACCEPT SC-ENT-PRONTUARIO.
           ACCEPT SC-ENT-DATA-EFETIVA.
           ACCEPT SC-ENT-ASSOCIADO.
           ACCEPT SC-ENT-CONTRIBUICAO.

           IF WS-ENT-PRONTUARIO = SPACES
           OR WS-ENT-DATA-EFETIVA = ZEROS
           OR NOT FLAG-ENT-ASSOCIADO-VALIDO
           OR NOT FLAG-ENT-CONTRIBUICAO-VALIDA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - registro cancelado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CONFERIR-PRONTUARIO

               IF FLAG-FUNC-MASTER-SUCESSO AND FLAG-FUNC-ATIVO
                   PERFORM GRAVAR-OPCAO-SINDICAL

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Opcao sindical registrada com sucesso"
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
       GRAVAR-OPCAO-SINDICAL.
           PERFORM OBTER-CAMINHO-SINDICATO-OPCOES.

           MOVE SPACES TO WS-STATUS-SINDICATO-OPCOES.

           OPEN EXTEND SINDICATO-OPCOES.

           IF NOT FLAG-SIND-OPCOES-SUCESSO
               IF FLAG-SIND-OPCOES-NAO-CRIADO
                   OPEN OUTPUT SINDICATO-OPCOES
               END-IF
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES              TO REG-SINDICATO-OPCAO.
           MOVE WS-ENT-PRONTUARIO   TO SO-PRONTUARIO.
           MOVE WS-ENT-DATA-EFETIVA TO SO-DATA-EFETIVA.
           MOVE WS-ENT-ASSOCIADO    TO SO-ASSOCIADO.
           MOVE WS-ENT-CONTRIBUICAO TO SO-CONTRIBUICAO.
           MOVE WS-LOGIN-ID         TO SO-OPERADOR.
           MOVE WS-DATA-HOJE        TO SO-DATA-REGISTRO.

           WRITE REG-SINDICATO-OPCAO.

           CLOSE SINDICATO-OPCOES.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-ENT-PRONTUARIO DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  WS-ENT-DATA-EFETIVA DELIMITED BY SIZE
                  " ASSOC=" DELIMITED BY SIZE
                  WS-ENT-ASSOCIADO DELIMITED BY SIZE
                  " CONTRIB=" DELIMITED BY SIZE
                  WS-ENT-CONTRIBUICAO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "OPCAO SINDICAL REGISTRADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       LISTAR-SINDICATOS.
           DISPLAY SC-LIMPA-TELA.

           DISPLAY "COD  NOME                           CNPJ"
               AT 0510.
           DISPLAY "MES T CONTRIB T MENSAL" AT 0557.

           MOVE 7 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-SINDICATOS.

           PERFORM OBTER-CAMINHO-SINDICATOS.

           OPEN INPUT SINDICATOS.

           IF NOT FLAG-SINDICATOS-SUCESSO
               DISPLAY "NENHUM SINDICATO CADASTRADO AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-SINDICATO WITH TEST BEFORE
               UNTIL FLAG-SINDICATOS-EOF
               CLOSE SINDICATOS
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-SINDICATO.

           READ SINDICATOS.

           IF NOT FLAG-SINDICATOS-EOF
           AND WS-COUNT-LINE < 21
               DISPLAY SN-CODIGO
                   AT LINE WS-COUNT-LINE COLUMN 10
               DISPLAY SN-NOME
                   AT LINE WS-COUNT-LINE COLUMN 15
               DISPLAY SN-CNPJ
                   AT LINE WS-COUNT-LINE COLUMN 42
               DISPLAY SN-MES-CONTRIB
                   AT LINE WS-COUNT-LINE COLUMN 57
               DISPLAY SN-TIPO-CONTRIB
                   AT LINE WS-COUNT-LINE COLUMN 61
               DISPLAY SN-VALOR-CONTRIB
                   AT LINE WS-COUNT-LINE COLUMN 63
               DISPLAY SN-TIPO-MENSAL
                   AT LINE WS-COUNT-LINE COLUMN 71
               DISPLAY SN-VALOR-MENSAL
                   AT LINE WS-COUNT-LINE COLUMN 73
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
      *    REMESSA SINDICAL: UM CREDITO POR SINDICATO COM A SOMA DOS
      *    DESCONTOS GRAVADOS EM folha.dat NA COMPETENCIA (FOLHA
      *    NORMAL E SUPLEMENTARES). SINDICATO SEM DESCONTO NAO
      *    ENTRA NA REMESSA.
      *--------------------------------------------------------------*
       GERAR-REMESSA-SINDICAL.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida" AT 2028
               FOREGROUND-COLOR 6
           ELSE
               PERFORM CARREGAR-TABELA-SINDICATOS

               IF WS-TOTAL-SINDICATOS = ZEROS
                   DISPLAY "NENHUM SINDICATO CADASTRADO AINDA"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM GERAR-ARQUIVOS-SINDICAL
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GERAR-ARQUIVOS-SINDICAL.
           MOVE ZEROS TO WS-QTD-REPASSES WS-TOTAL-REPASSES.

           PERFORM OBTER-CAMINHO-REMESSA-SINDICAL.
           PERFORM OBTER-CAMINHO-RELAT-SINDICAL.

           OPEN OUTPUT REMESSA-SINDICAL.
           OPEN OUTPUT RELAT-SINDICAL.

           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO    TO RS-HDR-EMPRESA.
           MOVE WS-DATA-GERACAO TO RS-HDR-DATA.
           MOVE WS-COMP-MES     TO RS-HDR-COMP-MES.
           MOVE WS-COMP-ANO     TO RS-HDR-COMP-ANO.
           WRITE REG-REMESSA-SINDICAL FROM RS-HEADER.

           MOVE WS-COMP-MES TO RL-TIT-MES.
           MOVE WS-COMP-ANO TO RL-TIT-ANO.
           WRITE REG-RELAT-SINDICAL FROM RL-TITULO.

           PERFORM GERAR-REPASSE-SINDICATO
           VARYING WS-IDX-SIND FROM 1 BY 1
           UNTIL WS-IDX-SIND > WS-TOTAL-SINDICATOS.

           MOVE WS-QTD-REPASSES   TO RS-TRL-QTD.
           MOVE WS-TOTAL-REPASSES TO RS-TRL-TOTAL.
           WRITE REG-REMESSA-SINDICAL FROM RS-TRAILER.

           CLOSE RELAT-SINDICAL.
           CLOSE REMESSA-SINDICAL.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Remessa sindical gerada - repasses: "
           FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-QTD-REPASSES
           FOREGROUND-COLOR 2 AT 2065.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " REPASSES=" DELIMITED BY SIZE
                  WS-QTD-REPASSES DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-TOTAL-REPASSES DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REMESSA SINDICAL GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS     TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-RELAT-SINDICAL TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    UMA LEITURA DA FOLHA POR SINDICATO, PARA A LISTA SAIR
      *    AGRUPADA SEM ORDENAR O ARQUIVO.
      *--------------------------------------------------------------*
       GERAR-REPASSE-SINDICATO.
           MOVE TB-SN-REGISTRO(WS-IDX-SIND) TO REG-SINDICATO.
           MOVE ZEROS TO WS-QTD-FUNC-SIND WS-VALOR-SIND.

           MOVE SN-CODIGO TO RL-SIN-CODIGO.
           MOVE SN-NOME   TO RL-SIN-NOME.
           MOVE SN-CNPJ   TO RL-SIN-CNPJ.
           WRITE REG-RELAT-SINDICAL FROM RL-SINDICATO.

           MOVE SPACES TO WS-STATUS-FOLHA.

           PERFORM OBTER-CAMINHO-FOLHA.

           OPEN INPUT FOLHA.

           IF FLAG-FOLHA-SUCESSO
               PERFORM LISTAR-DESCONTO-FOLHA WITH TEST BEFORE
               UNTIL FLAG-FOLHA-EOF
               CLOSE FOLHA
           END-IF.

           MOVE WS-QTD-FUNC-SIND TO RL-SUB-QTD.
           MOVE WS-VALOR-SIND    TO RL-SUB-VALOR.
           WRITE REG-RELAT-SINDICAL FROM RL-SUBTOTAL.

           IF WS-VALOR-SIND > ZEROS
               MOVE SN-CNPJ          TO RS-DET-CNPJ
               MOVE SN-BANCO         TO RS-DET-BANCO
               MOVE SN-AGENCIA       TO RS-DET-AGENCIA
               MOVE SN-CONTA         TO RS-DET-CONTA
               MOVE SN-NOME          TO RS-DET-NOME
               MOVE WS-VALOR-SIND    TO RS-DET-VALOR
               MOVE WS-QTD-FUNC-SIND TO RS-DET-QTD-FUNC
               WRITE REG-REMESSA-SINDICAL FROM RS-DETALHE

               ADD 1 TO WS-QTD-REPASSES
               ADD WS-VALOR-SIND TO WS-TOTAL-REPASSES
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-DESCONTO-FOLHA.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND (FLAG-FH-NORMAL OR FLAG-FH-SUPLEMENTAR)
               AND FH-SINDICATO = SN-CODIGO
               AND FH-DESC-SINDICAL NUMERIC
               AND FH-DESC-SINDICAL > ZEROS
                   MOVE SPACES           TO REG-RELAT-SINDICAL
                   MOVE FH-PRONTUARIO    TO RL-DET-PRONTUARIO
                   MOVE FH-PRIMEIRO-NOME TO RL-DET-NOME
                   MOVE FH-DESC-SINDICAL TO RL-DET-VALOR
                   WRITE REG-RELAT-SINDICAL FROM RL-DETALHE

                   ADD 1 TO WS-QTD-FUNC-SIND
                   ADD FH-DESC-SINDICAL TO WS-VALOR-SIND
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-SINDICATOS.
           MOVE ZEROS  TO WS-TOTAL-SINDICATOS.
           MOVE SPACES TO WS-STATUS-SINDICATOS.

           PERFORM OBTER-CAMINHO-SINDICATOS.

           OPEN INPUT SINDICATOS.

           IF FLAG-SINDICATOS-SUCESSO
               PERFORM CARREGAR-LINHA-SINDICATO WITH TEST BEFORE
               UNTIL FLAG-SINDICATOS-EOF
               OR WS-TOTAL-SINDICATOS >= CONST-LIMITE-SINDICATOS
               CLOSE SINDICATOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-SINDICATO.

           READ SINDICATOS.

           IF NOT FLAG-SINDICATOS-EOF
               ADD 1 TO WS-TOTAL-SINDICATOS
               MOVE REG-SINDICATO TO TB-SN-REGISTRO(WS-TOTAL-SINDICATOS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-SINDICATO.
           MOVE ZEROS TO WS-POS-SINDICATO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-SINDICATOS

               MOVE TB-SN-REGISTRO(WS-CONT) TO REG-SINDICATO

               IF SN-CODIGO = WS-ENT-CODIGO
                   MOVE WS-CONT TO WS-POS-SINDICATO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-SINDICATOS.
           OPEN OUTPUT SINDICATOS.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-SINDICATOS
               MOVE TB-SN-REGISTRO(WS-CONT) TO REG-SINDICATO
               WRITE REG-SINDICATO
           END-PERFORM.

           CLOSE SINDICATOS.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-CARGOS.
           MOVE ZEROS  TO WS-TOTAL-CARGOS.
           MOVE SPACES TO WS-STATUS-SINDICATO-CARGOS.

           PERFORM OBTER-CAMINHO-SINDICATO-CARGOS.

           OPEN INPUT SINDICATO-CARGOS.

           IF FLAG-SIND-CARGOS-SUCESSO
               PERFORM CARREGAR-LINHA-VINCULO WITH TEST BEFORE
               UNTIL FLAG-SIND-CARGOS-EOF
               OR WS-TOTAL-CARGOS >= CONST-LIMITE-CARGOS
               CLOSE SINDICATO-CARGOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-VINCULO.

           READ SINDICATO-CARGOS.

           IF NOT FLAG-SIND-CARGOS-EOF
               ADD 1 TO WS-TOTAL-CARGOS
               MOVE REG-SINDICATO-CARGO
                   TO TB-SV-REGISTRO(WS-TOTAL-CARGOS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-VINCULO.
           MOVE ZEROS TO WS-POS-CARGO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-CARGOS

               MOVE TB-SV-REGISTRO(WS-CONT) TO REG-SINDICATO-CARGO

               IF SV-CARGO = WS-ENT-CARGO
                   MOVE WS-CONT TO WS-POS-CARGO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-CARGOS.
           OPEN OUTPUT SINDICATO-CARGOS.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-CARGOS
               MOVE TB-SV-REGISTRO(WS-CONT) TO REG-SINDICATO-CARGO
               WRITE REG-SINDICATO-CARGO
           END-PERFORM.

           CLOSE SINDICATO-CARGOS.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
