       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP11_13.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RETENCAO E ANONIMIZACAO DE DADOS PESSOAIS (LGPD): MANTEM A
      *    POLITICA DE RETENCAO POR ARQUIVO E CATEGORIA DE DADO
      *    (politicas_retencao.txt - NOME, CPF, BANCARIO) E APLICA-A
      *    A QUEM JA SAIU: FUNCIONARIO PELA ULTIMA DATA DE
      *    DESLIGAMENTO EM rescisoes.dat (SEM READMISSAO POSTERIOR),
      *    COM SEUS DEPENDENTES E BENEFICIARIOS DE PENSAO; ALUNO PELO
      *    ULTIMO ANO LETIVO ARQUIVADO (ALUNOS_AAAA.DAT) QUANDO NAO
      *    ESTA MAIS EM ALUNOS.DAT, COM O RESPONSAVEL FINANCEIRO. A
      *    SIMULACAO SO LISTA OS ELEGIVEIS (retencao_simulacao.txt);
      *    A EXECUCAO, COM SUPERVISOR E CONFIRMACAO, MASCARA NOMES,
      *    CPFS E DADOS BANCARIOS E MANTEM CHAVES E VALORES - O
      *    HISTORICO DE folha.dat E A DIRF CONTINUAM FECHANDO - COM
      *    CADA ANONIMIZACAO REGISTRADA EM auditoria.txt. O RELATORIO
      *    DE DADOS PESSOAIS LISTA TUDO O QUE O SISTEMA GUARDA DE UM
      *    CPF (dados_pessoais_CPF.txt).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RETENCAO-SELECT.

           COPY FUNC-MASTER-SELECT.

           COPY DEPENDENTE-SELECT.

           COPY PENSAO-SELECT.

           COPY RESPONSAVEL-SELECT.

           COPY AUTONOMO-SELECT.

           COPY RPA-SELECT.

           COPY CLIENTE-SELECT.

           COPY ADESAO-PLANO-SELECT.

           SELECT RESCISOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ALUNOS-HIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS-HIST.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY RETENCAO-FD.

       COPY FUNC-MASTER-FD.

       COPY DEPENDENTE-FD.

       COPY PENSAO-FD.

       COPY RESPONSAVEL-FD.

       COPY AUTONOMO-FD.

       COPY RPA-FD.

       COPY CLIENTE-FD.

       COPY ADESAO-PLANO-FD.

      *    REGISTRO DE DESLIGAMENTOS (rescisoes.dat): UMA LINHA POR
      *    RESCISAO CALCULADA, COM DATA E TIPO (VER TP08-RESCISAO).
       FD  RESCISOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RESCISAO.

       01  REG-RESCISAO.
           05 RS-PRONTUARIO         PIC X(8)       VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 RS-DATA-DEMISSAO      PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 RS-TIPO               PIC 9          VALUE ZEROS.

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

      *    ALUNOS DE UM ANO LETIVO ENCERRADO (ALUNOS_AAAA.DAT,
      *    GRAVADO PELO ARQUIVAR-ANO DO ENCERRA-ANO).
       FD  ALUNOS-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALUNO-HIST.

       01  REG-ALUNO-HIST.
           05 AH-MATRICULA          PIC X(06)             VALUE SPACES.
           05 AH-TURMA              PIC X(03)             VALUE SPACES.
           05 AH-NOME               PIC X(35)             VALUE SPACES.
           05 FILLER                PIC X(36)             VALUE SPACES.

      *    SIMULACAO, EXECUCAO OU RELATORIO DE DADOS PESSOAIS.
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RELATORIO.

       01  REG-RELATORIO.
           05 RL-LINHA              PIC X(100)            VALUE SPACES.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
           COPY DIR-DADOS.
           COPY RETENCAO-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY DEPENDENTE-STATUS.
           COPY PENSAO-STATUS.
           COPY RESPONSAVEL-STATUS.
           COPY AUTONOMO-STATUS.
           COPY RPA-STATUS.
           COPY CLIENTE-STATUS.
           COPY ADESAO-PLANO-STATUS.
       77 WS-ARQ-RESCISOES          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RESCISOES       PIC X(02)             VALUE SPACES.
           88 FLAG-RESCISOES-SUCESSO         VALUE "00".
           88 FLAG-RESCISOES-EOF             VALUE "10".
       77 WS-ARQ-ALUNOS             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)             VALUE SPACES.
           88 FLAG-ALUNOS-SUCESSO            VALUE "00".
           88 FLAG-ALUNOS-EOF                VALUE "10".
       77 WS-ARQ-ALUNOS-HIST        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ALUNOS-HIST     PIC X(02)             VALUE SPACES.
           88 FLAG-ALUNOS-HIST-SUCESSO       VALUE "00".
           88 FLAG-ALUNOS-HIST-EOF           VALUE "10".
       77 WS-ARQ-RELATORIO          PIC X(60)             VALUE SPACES.
       77 WS-NOME-RELATORIO         PIC X(40)             VALUE SPACES.
       77 WS-STATUS-RELATORIO       PIC X(02)             VALUE SPACES.
           88 FLAG-RELATORIO-SUCESSO         VALUE "00".

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- ARQUIVOS E CATEGORIAS SUJEITOS A POLITICA -----------------*
       77 CONST-QTD-CATEGORIAS      PIC 9(2)              VALUE 10.
       77 CONST-CT-FUNC-NOME        PIC 9(2)              VALUE 1.
       77 CONST-CT-FUNC-BANCO       PIC 9(2)              VALUE 2.
       77 CONST-CT-DEP-NOME         PIC 9(2)              VALUE 3.
       77 CONST-CT-DEP-CPF          PIC 9(2)              VALUE 4.
       77 CONST-CT-PENSAO-NOME      PIC 9(2)              VALUE 5.
       77 CONST-CT-PENSAO-CPF       PIC 9(2)              VALUE 6.
       77 CONST-CT-PENSAO-BANCO     PIC 9(2)              VALUE 7.
       77 CONST-CT-ALUNO-NOME       PIC 9(2)              VALUE 8.
       77 CONST-CT-RESP-NOME        PIC 9(2)              VALUE 9.
       77 CONST-CT-RESP-CPF         PIC 9(2)              VALUE 10.
       01 TB-CATEGORIAS.
           05 TB-CT-VALORES.
               10 FILLER PIC X(25) VALUE "funcionarios_master.dat".
               10 FILLER PIC X(08) VALUE "NOME".
               10 FILLER PIC X(25) VALUE "funcionarios_master.dat".
               10 FILLER PIC X(08) VALUE "BANCARIO".
               10 FILLER PIC X(25) VALUE "dependentes.dat".
               10 FILLER PIC X(08) VALUE "NOME".
               10 FILLER PIC X(25) VALUE "dependentes.dat".
               10 FILLER PIC X(08) VALUE "CPF".
               10 FILLER PIC X(25) VALUE "pensao_beneficiarios.dat".
               10 FILLER PIC X(08) VALUE "NOME".
               10 FILLER PIC X(25) VALUE "pensao_beneficiarios.dat".
               10 FILLER PIC X(08) VALUE "CPF".
               10 FILLER PIC X(25) VALUE "pensao_beneficiarios.dat".
               10 FILLER PIC X(08) VALUE "BANCARIO".
               10 FILLER PIC X(25) VALUE "ALUNOS.DAT".
               10 FILLER PIC X(08) VALUE "NOME".
               10 FILLER PIC X(25) VALUE "responsaveis.txt".
               10 FILLER PIC X(08) VALUE "NOME".
               10 FILLER PIC X(25) VALUE "responsaveis.txt".
               10 FILLER PIC X(08) VALUE "CPF".
           05 TB-CT-TABELA REDEFINES TB-CT-VALORES.
               10 TB-CT-ITEM OCCURS 10 TIMES.
                   15 TB-CT-ARQUIVO PIC X(25).
                   15 TB-CT-CATEGORIA PIC X(08).
      *    ANOS DE GUARDA VIGENTES DE CADA PAR (ZERO = SEM POLITICA)
      *    E O CORTE DERIVADO DA DATA DE HOJE.
       01 TB-POLITICAS.
           05 POLITICA-ITEM OCCURS 10 TIMES.
               10 TB-PL-ANOS        PIC 9(02)             VALUE ZEROS.
               10 TB-PL-CORTE-DATA  PIC 9(08)             VALUE ZEROS.
               10 TB-PL-CORTE-ANO   PIC 9(04)             VALUE ZEROS.
               10 TB-PL-QTD         PIC 9(05)             VALUE ZEROS.
       77 WS-IDX-CT                 PIC 9(2)              VALUE ZEROS.
       77 WS-POS-CT                 PIC 9(2)              VALUE ZEROS.
       77 WS-QTD-POLITICAS          PIC 9(2)              VALUE ZEROS.
       01 WS-POLITICA-ENTRADA.
           05 WS-ENT-ARQUIVO        PIC X(25)             VALUE SPACES.
           05 WS-ENT-CATEGORIA      PIC X(08)             VALUE SPACES.
           05 WS-ENT-ANOS           PIC 9(02)             VALUE ZEROS.
      *---- DATAS ----------------------------------------------------*
       01 WS-DATA-HOJE              PIC 9(08)             VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
      *    VARREDURA DOS ARQUIVOS DE ALUNOS CARIMBADOS, COMO A DOS
      *    MENSAIS DE AUDITORIA EM TP11_02.
       77 CONST-ANOS-ARQUIVO        PIC 9(2)              VALUE 30.
       77 WS-ANO-INICIAL            PIC 9(4)              VALUE ZEROS.
       77 WS-ANO-ARQ                PIC 9(4)              VALUE ZEROS.
      *---- DESLIGADOS (rescisoes.dat) -------------------------------*
       77 CONST-LIMITE-DESLIGADOS   PIC 9(4)              VALUE 999.
       77 WS-TOTAL-DESLIGADOS       PIC 9(4)              VALUE ZEROS.
       77 WS-IDX-DL                 PIC 9(4)              VALUE ZEROS.
       77 WS-POS-DL                 PIC 9(4)              VALUE ZEROS.
       01 TB-DESLIGADOS.
           02 DESLIGADO-ITEM OCCURS 999 TIMES.
               10 TB-DL-PRONTUARIO  PIC X(08)             VALUE SPACES.
               10 TB-DL-DATA        PIC 9(08)             VALUE ZEROS.
               10 TB-DL-READMITIDO  PIC 9                 VALUE ZEROS.
                   88 FLAG-DL-READMITIDO                  VALUE 1.
      *---- EX-ALUNOS (ALUNOS_AAAA.DAT) ------------------------------*
       77 CONST-LIMITE-EGRESSOS     PIC 9(4)              VALUE 999.
       77 WS-TOTAL-EGRESSOS         PIC 9(4)              VALUE ZEROS.
       77 WS-IDX-EG                 PIC 9(4)              VALUE ZEROS.
       77 WS-POS-EG                 PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-EGRESSOS-FORA      PIC 9(4)              VALUE ZEROS.
       01 TB-EGRESSOS.
           02 EGRESSO-ITEM OCCURS 999 TIMES.
               10 TB-EG-MATRICULA   PIC X(06)             VALUE SPACES.
               10 TB-EG-ULTIMO-ANO  PIC 9(04)             VALUE ZEROS.
               10 TB-EG-ATIVO       PIC 9                 VALUE ZEROS.
                   88 FLAG-EG-ATIVO                       VALUE 1.
      *---- LINHAS DO ARQUIVO EM PROCESSAMENTO -----------------------*
       77 CONST-LIMITE-LINHAS       PIC 9(4)              VALUE 999.
       77 WS-TOTAL-LINHAS           PIC 9(4)              VALUE ZEROS.
       77 WS-IDX-LN                 PIC 9(4)              VALUE ZEROS.
       77 WS-LINHAS-ESTOURO         PIC 9                 VALUE ZEROS.
           88 FLAG-LINHAS-ESTOURO                         VALUE 1.
       77 WS-ARQUIVO-ALTERADO       PIC 9                 VALUE ZEROS.
           88 FLAG-ARQUIVO-ALTERADO                       VALUE 1.
       01 TB-LINHAS.
           02 LINHA-ITEM OCCURS 999 TIMES.
               10 TB-LN-REGISTRO    PIC X(100)            VALUE SPACES.
      *---- EXECUCAO -------------------------------------------------*
       77 WS-MODO                   PIC X                 VALUE "S".
           88 FLAG-MODO-SIMULACAO                         VALUE "S".
           88 FLAG-MODO-ANONIMIZAR                        VALUE "A".
       77 CONST-NOME-ANONIMO        PIC X(11)       VALUE "ANONIMIZADO".
       77 WS-ELEGIVEL               PIC 9                 VALUE ZEROS.
           88 FLAG-ELEGIVEL                               VALUE 1.
       77 WS-REGISTRO-ALTERADO      PIC 9                 VALUE ZEROS.
           88 FLAG-REGISTRO-ALTERADO                      VALUE 1.
       77 WS-ARQUIVO-ATUAL          PIC X(25)             VALUE SPACES.
       77 WS-CHAVE                  PIC X(08)             VALUE SPACES.
       77 WS-REFERENCIA             PIC 9(08)             VALUE ZEROS.
       77 WS-DETALHE                PIC X(35)             VALUE SPACES.
       77 WS-QTD-TOTAL              PIC 9(5)              VALUE ZEROS.
       77 WS-CONFIRMA               PIC X                 VALUE SPACES.
           88 FLAG-CONFIRMA-SIM                VALUE "S" "s".
      *---- RELATORIO DE DADOS PESSOAIS ------------------------------*
       77 WS-CPF-BUSCA              PIC X(11)             VALUE SPACES.
       77 WS-QTD-ITENS              PIC 9(4)              VALUE ZEROS.
       77 WS-VALOR-EDITADO          PIC ZZZ.ZZZ9,99       VALUE ZEROS.
      *---- LINHAS DOS RELATORIOS ------------------------------------*
       01 RL-TITULO.
           05 RL-TIT-TEXTO PIC X(50) VALUE SPACES.
           05 FILLER PIC X(4) VALUE " EM ".
           05 RL-TIT-DATA PIC 9(8).
       01 RL-POLITICA.
           05 RL-PO-ARQUIVO PIC X(25).
           05 FILLER PIC X VALUE SPACES.
           05 RL-PO-CATEGORIA PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 RL-PO-TEXTO PIC X(40).
       01 RL-CABECALHO.
           05 FILLER PIC X(26) VALUE "ARQUIVO".
           05 FILLER PIC X(9) VALUE "CHAVE".
           05 FILLER PIC X(9) VALUE "CATEG.".
           05 FILLER PIC X(9) VALUE "REFER.".
           05 FILLER PIC X(36) VALUE "NOME ATUAL".
           05 FILLER PIC X(11) VALUE "SITUACAO".
       01 RL-DETALHE.
           05 RL-DT-ARQUIVO PIC X(25).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DT-CHAVE PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DT-CATEGORIA PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DT-REFERENCIA PIC 9(8).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DT-DETALHE PIC X(35).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DT-ACAO PIC X(11).
       01 RL-CONTADOR.
           05 RL-CT-DESCRICAO PIC X(50) VALUE SPACES.
           05 RL-CT-VALOR PIC ZZZZ9.
       01 RL-DADO.
           05 RL-DD-ARQUIVO PIC X(25).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DD-CHAVE PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 RL-DD-TEXTO PIC X(65).
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 30     FOREGROUND-COLOR  8 VALUE
           "TP11.13 - Retencao de dados pessoais".

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
           10   LINE 05   COLUMN 30     FOREGROUND-COLOR  8 VALUE
           "TP11.13 - Retencao de dados pessoais".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - cadastrar politica de retencao (supervisor)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar politicas vigentes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - simular anonimizacao (so relatorio)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - anonimizar elegiveis (supervisor)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - relatorio de dados pessoais por CPF".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - encerrar".

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
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP11_13"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP11_13"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RETENCAO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="politicas_retencao.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RETENCAO==
                ==:DDVAR:==  BY =="DD_RETENCAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-DEPENDENTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="dependentes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-DEPENDENTES==
                ==:DDVAR:==  BY =="DD_DEPENDENTES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PENSAO-BENEF.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="pensao_beneficiarios.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PENSAO-BENEF==
                ==:DDVAR:==  BY =="DD_PENSAO-BENEF"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESPONSAVEIS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="responsaveis.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RESPONSAVEIS==
                ==:DDVAR:==  BY =="DD_RESPONSAVEIS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-AUTONOMOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="autonomos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-AUTONOMOS==
                ==:DDVAR:==  BY =="DD_AUTONOMOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RPAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rpas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RPAS==
                ==:DDVAR:==  BY =="DD_RPAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CLIENTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="clientes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CLIENTES==
                ==:DDVAR:==  BY =="DD_CLIENTES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ADESAO-PLANO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="adesoes_plano.dat"==
                ==:DESTINO:== BY ==WS-ARQ-ADESAO-PLANO==
                ==:DDVAR:==  BY =="DD_ADESAO-PLANO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESCISOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rescisoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RESCISOES==
                ==:DDVAR:==  BY =="DD_RESCISOES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ALUNOS.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-ALUNOS==
                ==:DDVAR:==  BY =="DD_ALUNOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS-HIST.

           COPY OBTER-DIR-DADOS.

           MOVE SPACES TO WS-ARQ-ALUNOS-HIST.
           STRING WS-DIR-DADOS     DELIMITED BY SPACE
                  "\ALUNOS_"       DELIMITED BY SIZE
                  WS-ANO-ARQ       DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
                  INTO WS-ARQ-ALUNOS-HIST.
           DISPLAY "DD_ALUNOS-HIST"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-ALUNOS-HIST UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RELATORIO.

           COPY OBTER-DIR-DADOS.

           MOVE SPACES TO WS-ARQ-RELATORIO.
           STRING WS-DIR-DADOS      DELIMITED BY SPACE
                  "\"               DELIMITED BY SIZE
                  WS-NOME-RELATORIO DELIMITED BY SPACE
                  INTO WS-ARQ-RELATORIO.
           DISPLAY "DD_RELATORIO"   UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-RELATORIO UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM CADASTRAR-POLITICA
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 2
                   PERFORM LISTAR-POLITICAS
               WHEN 3
                   MOVE "S" TO WS-MODO
                   PERFORM EXECUTAR-RETENCAO
               WHEN 4
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM ANONIMIZAR-ELEGIVEIS
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 5
                   PERFORM RELATORIO-DADOS-PESSOAIS
               WHEN 6
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
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
      *    A POLITICA SO ACEITA OS PARES DA TABELA TB-CATEGORIAS; A
      *    NOVA LINHA VAI PARA O FIM DO ARQUIVO E PASSA A VALER NO
      *    LUGAR DA ANTERIOR. ZERO ANOS DESLIGA A CATEGORIA.
      *--------------------------------------------------------------*
       CADASTRAR-POLITICA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-ARQUIVO WS-ENT-CATEGORIA.
           MOVE ZEROS  TO WS-ENT-ANOS.

           DISPLAY "Arquivos e categorias aceitos:" AT 0428.

           MOVE 5 TO WS-COUNT-LINE.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               DISPLAY TB-CT-ARQUIVO(WS-IDX-CT)
                   AT LINE WS-COUNT-LINE COLUMN 30
               DISPLAY TB-CT-CATEGORIA(WS-IDX-CT)
                   AT LINE WS-COUNT-LINE COLUMN 57
               ADD 1 TO WS-COUNT-LINE
           END-PERFORM.

           DISPLAY "Arquivo: " AT 1628.
           ACCEPT WS-ENT-ARQUIVO AT 1642.

           DISPLAY "Categoria: " AT 1728.
           ACCEPT WS-ENT-CATEGORIA AT 1742.

           DISPLAY "Anos de guarda: " AT 1828.
           ACCEPT WS-ENT-ANOS AT 1844.

           MOVE ZEROS TO WS-POS-CT.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               IF TB-CT-ARQUIVO(WS-IDX-CT) = WS-ENT-ARQUIVO
               AND TB-CT-CATEGORIA(WS-IDX-CT) = WS-ENT-CATEGORIA
                   MOVE WS-IDX-CT TO WS-POS-CT
               END-IF
           END-PERFORM.

           IF WS-POS-CT = ZEROS
               DISPLAY "Arquivo/categoria fora da tabela"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GRAVAR-POLITICA
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-POLITICA.

           PERFORM OBTER-CAMINHO-RETENCAO.

           MOVE SPACES TO WS-STATUS-RETENCAO.

           OPEN EXTEND RETENCAO.

           IF NOT FLAG-RETENCAO-SUCESSO
               IF FLAG-RETENCAO-NAO-CRIADO
                   OPEN OUTPUT RETENCAO
               END-IF
           END-IF.

           MOVE SPACES TO REG-RETENCAO.

           MOVE WS-ENT-ARQUIVO   TO PR-ARQUIVO.
           MOVE WS-ENT-CATEGORIA TO PR-CATEGORIA.
           MOVE WS-ENT-ANOS      TO PR-ANOS.

           WRITE REG-RETENCAO.

           CLOSE RETENCAO.

           DISPLAY "Politica gravada" FOREGROUND-COLOR 2 AT 2028.

           STRING "ARQ=" DELIMITED BY SIZE
                  WS-ENT-ARQUIVO DELIMITED BY SPACE
                  " CAT=" DELIMITED BY SIZE
                  WS-ENT-CATEGORIA DELIMITED BY SPACE
                  " ANOS=" DELIMITED BY SIZE
                  WS-ENT-ANOS DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SPACE
                  INTO WS-AUD-PARAMETROS.
           MOVE "POLITICA DE RETENCAO GRAVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       LISTAR-POLITICAS.
           DISPLAY SC-LIMPA-TELA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-POLITICAS.

           DISPLAY "Arquivo" AT 0428.
           DISPLAY "Categoria" AT 0455.
           DISPLAY "Anos" AT 0466.

           MOVE 5 TO WS-COUNT-LINE.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               DISPLAY TB-CT-ARQUIVO(WS-IDX-CT)
                   AT LINE WS-COUNT-LINE COLUMN 28
               DISPLAY TB-CT-CATEGORIA(WS-IDX-CT)
                   AT LINE WS-COUNT-LINE COLUMN 55
               IF TB-PL-ANOS(WS-IDX-CT) = ZEROS
                   DISPLAY "sem politica - mantido"
                       AT LINE WS-COUNT-LINE COLUMN 66
               ELSE
                   DISPLAY TB-PL-ANOS(WS-IDX-CT)
                       AT LINE WS-COUNT-LINE COLUMN 66
               END-IF
               ADD 1 TO WS-COUNT-LINE
           END-PERFORM.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
      *    CARREGA A POLITICA VIGENTE (ULTIMA LINHA DE CADA PAR) E
      *    CALCULA OS CORTES A PARTIR DE WS-DATA-HOJE: DESLIGAMENTO
      *    ATE A DATA DE CORTE, OU ULTIMO ANO LETIVO ATE O ANO DE
      *    CORTE (O ANO LETIVO CONTA COMO ENCERRADO EM 31/12).
      *--------------------------------------------------------------*
       CARREGAR-POLITICAS.

           MOVE ZEROS  TO WS-QTD-POLITICAS.
           MOVE SPACES TO WS-STATUS-RETENCAO.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               MOVE ZEROS TO TB-PL-ANOS(WS-IDX-CT)
                             TB-PL-CORTE-DATA(WS-IDX-CT)
                             TB-PL-CORTE-ANO(WS-IDX-CT)
                             TB-PL-QTD(WS-IDX-CT)
           END-PERFORM.

           PERFORM OBTER-CAMINHO-RETENCAO.

           OPEN INPUT RETENCAO.

           IF FLAG-RETENCAO-SUCESSO
               PERFORM CARREGAR-LINHA-POLITICA WITH TEST BEFORE
               UNTIL FLAG-RETENCAO-EOF
               CLOSE RETENCAO
           END-IF.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               IF TB-PL-ANOS(WS-IDX-CT) > ZEROS
                   ADD 1 TO WS-QTD-POLITICAS
                   COMPUTE TB-PL-CORTE-DATA(WS-IDX-CT) =
                       WS-DATA-HOJE - TB-PL-ANOS(WS-IDX-CT) * 10000
                   COMPUTE TB-PL-CORTE-ANO(WS-IDX-CT) =
                       WS-HOJE-ANO - TB-PL-ANOS(WS-IDX-CT) - 1
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-POLITICA.

           READ RETENCAO.

           IF NOT FLAG-RETENCAO-EOF
           AND PR-ANOS IS NUMERIC
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
               UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
                   IF TB-CT-ARQUIVO(WS-IDX-CT) = PR-ARQUIVO
                   AND TB-CT-CATEGORIA(WS-IDX-CT) = PR-CATEGORIA
                       MOVE PR-ANOS TO TB-PL-ANOS(WS-IDX-CT)
                   END-IF
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
      *    A EXECUCAO E IRREVERSIVEL: PEDE A CONFIRMACAO DO
      *    SUPERVISOR JA LOGADO, COMO A RESTAURACAO DE TP11_08.
      *--------------------------------------------------------------*
       ANONIMIZAR-ELEGIVEIS.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-CONFIRMA.

           DISPLAY "Os dados dos elegiveis serao mascarados sem volta."
               AT 0928.
           DISPLAY "Rode a simulacao (opcao 3) e confira antes."
               AT 1028.
           DISPLAY "Confirma a anonimizacao (S/N)? " AT 1228.
           ACCEPT WS-CONFIRMA AT 1260.

           IF FLAG-CONFIRMA-SIM
               MOVE "A" TO WS-MODO
               PERFORM EXECUTAR-RETENCAO
           ELSE
               DISPLAY "Anonimizacao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       EXECUTAR-RETENCAO.
           DISPLAY SC-LIMPA-TELA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-POLITICAS.

           IF WS-QTD-POLITICAS = ZEROS
               DISPLAY "Nenhuma politica de retencao cadastrada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE ZEROS TO WS-QTD-TOTAL WS-QTD-EGRESSOS-FORA

               PERFORM CARREGAR-DESLIGADOS
               PERFORM LEVANTAR-EGRESSOS

               PERFORM ABRIR-RELATORIO-RETENCAO

               PERFORM PROCESSAR-FUNC-MASTER
               PERFORM PROCESSAR-DEPENDENTES
               PERFORM PROCESSAR-PENSAO-BENEF
               PERFORM PROCESSAR-ALUNOS-ARQUIVADOS
               PERFORM PROCESSAR-RESPONSAVEIS

               PERFORM FECHAR-RELATORIO-RETENCAO
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-RELATORIO-RETENCAO.

           IF FLAG-MODO-ANONIMIZAR
               MOVE "retencao_execucao.txt" TO WS-NOME-RELATORIO
               MOVE "ANONIMIZACAO DE DADOS PESSOAIS - EXECUCAO"
                   TO RL-TIT-TEXTO
           ELSE
               MOVE "retencao_simulacao.txt" TO WS-NOME-RELATORIO
               MOVE "ANONIMIZACAO DE DADOS PESSOAIS - SIMULACAO"
                   TO RL-TIT-TEXTO
           END-IF.

           PERFORM OBTER-CAMINHO-RELATORIO.

           OPEN OUTPUT RELATORIO.

           MOVE WS-DATA-HOJE TO RL-TIT-DATA.
           WRITE REG-RELATORIO FROM RL-TITULO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               MOVE TB-CT-ARQUIVO(WS-IDX-CT)   TO RL-PO-ARQUIVO
               MOVE TB-CT-CATEGORIA(WS-IDX-CT) TO RL-PO-CATEGORIA
               MOVE SPACES TO RL-PO-TEXTO
               IF TB-PL-ANOS(WS-IDX-CT) = ZEROS
                   MOVE "SEM POLITICA - MANTIDO" TO RL-PO-TEXTO
               ELSE
                   STRING TB-PL-ANOS(WS-IDX-CT) DELIMITED BY SIZE
                          " ANOS - CORTE " DELIMITED BY SIZE
                          TB-PL-CORTE-DATA(WS-IDX-CT)
                              DELIMITED BY SIZE
                          INTO RL-PO-TEXTO
               END-IF
               WRITE REG-RELATORIO FROM RL-POLITICA
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           WRITE REG-RELATORIO FROM RL-CABECALHO.
      *--------------------------------------------------------------*
       FECHAR-RELATORIO-RETENCAO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
           UNTIL WS-IDX-CT > CONST-QTD-CATEGORIAS
               MOVE SPACES TO RL-CT-DESCRICAO
               STRING TB-CT-ARQUIVO(WS-IDX-CT) DELIMITED BY SPACE
                      " / " DELIMITED BY SIZE
                      TB-CT-CATEGORIA(WS-IDX-CT) DELIMITED BY SPACE
                      INTO RL-CT-DESCRICAO
               MOVE TB-PL-QTD(WS-IDX-CT) TO RL-CT-VALOR
               WRITE REG-RELATORIO FROM RL-CONTADOR
           END-PERFORM.

           MOVE "TOTAL" TO RL-CT-DESCRICAO.
           MOVE WS-QTD-TOTAL TO RL-CT-VALOR.
           WRITE REG-RELATORIO FROM RL-CONTADOR.

           IF WS-QTD-EGRESSOS-FORA > ZEROS
               MOVE "EX-ALUNOS ALEM DO LIMITE (NAO AVALIADOS)"
                   TO RL-CT-DESCRICAO
               MOVE WS-QTD-EGRESSOS-FORA TO RL-CT-VALOR
               WRITE REG-RELATORIO FROM RL-CONTADOR
           END-IF.

           CLOSE RELATORIO.

           MOVE WS-NOME-RELATORIO TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-RELATORIO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY "Relatorio gravado em " FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-NOME-RELATORIO FOREGROUND-COLOR 2 AT 2049.
           DISPLAY "Itens: " AT 2128.
           DISPLAY WS-QTD-TOTAL AT 2135.

           STRING "MODO=" DELIMITED BY SIZE
                  WS-MODO DELIMITED BY SIZE
                  " ITENS=" DELIMITED BY SIZE
                  WS-QTD-TOTAL DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SPACE
                  INTO WS-AUD-PARAMETROS.

           IF FLAG-MODO-ANONIMIZAR
               MOVE "ANONIMIZACAO EXECUTADA" TO WS-AUD-RESULTADO
           ELSE
               MOVE "ANONIMIZACAO SIMULADA" TO WS-AUD-RESULTADO
           END-IF.

           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    UMA LINHA POR DADO ELEGIVEL; NA EXECUCAO O NOME ATUAL NAO
      *    VAI PARA O RELATORIO E CADA MASCARA GERA SUA LINHA EM
      *    auditoria.txt. WS-POS-CT, WS-ARQUIVO-ATUAL, WS-CHAVE,
      *    WS-REFERENCIA E WS-DETALHE VEM PREENCHIDOS.
      *--------------------------------------------------------------*
       REGISTRAR-ELEGIVEL.

           MOVE WS-ARQUIVO-ATUAL            TO RL-DT-ARQUIVO.
           MOVE WS-CHAVE                    TO RL-DT-CHAVE.
           MOVE TB-CT-CATEGORIA(WS-POS-CT)  TO RL-DT-CATEGORIA.
           MOVE WS-REFERENCIA               TO RL-DT-REFERENCIA.

           IF FLAG-MODO-ANONIMIZAR
               MOVE SPACES        TO RL-DT-DETALHE
               MOVE "ANONIMIZADO" TO RL-DT-ACAO
           ELSE
               MOVE WS-DETALHE    TO RL-DT-DETALHE
               MOVE "ELEGIVEL"    TO RL-DT-ACAO
           END-IF.

           WRITE REG-RELATORIO FROM RL-DETALHE.

           ADD 1 TO TB-PL-QTD(WS-POS-CT) WS-QTD-TOTAL.

           IF FLAG-MODO-ANONIMIZAR
               MOVE 1 TO WS-REGISTRO-ALTERADO

               STRING "ARQ=" DELIMITED BY SIZE
                      WS-ARQUIVO-ATUAL DELIMITED BY SPACE
                      " CH=" DELIMITED BY SIZE
                      WS-CHAVE DELIMITED BY SPACE
                      " CAT=" DELIMITED BY SIZE
                      TB-CT-CATEGORIA(WS-POS-CT) DELIMITED BY SPACE
                      INTO WS-AUD-PARAMETROS
               MOVE "DADO PESSOAL ANONIMIZADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
      *--------------------------------------------------------------*
      *    DESLIGADOS: A ULTIMA DATA DE rescisoes.dat DE CADA
      *    PRONTUARIO. A READMISSAO E MARCADA NA PASSADA PELO MESTRE.
      *--------------------------------------------------------------*
       CARREGAR-DESLIGADOS.

           MOVE ZEROS  TO WS-TOTAL-DESLIGADOS.
           MOVE SPACES TO WS-STATUS-RESCISOES.

           PERFORM OBTER-CAMINHO-RESCISOES.

           OPEN INPUT RESCISOES.

           IF FLAG-RESCISOES-SUCESSO
               PERFORM CARREGAR-LINHA-RESCISAO WITH TEST BEFORE
               UNTIL FLAG-RESCISOES-EOF
               CLOSE RESCISOES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-RESCISAO.

           READ RESCISOES.

           IF NOT FLAG-RESCISOES-EOF
           AND RS-DATA-DEMISSAO IS NUMERIC
               MOVE RS-PRONTUARIO TO WS-CHAVE
               PERFORM LOCALIZAR-DESLIGADO

               IF WS-POS-DL > ZEROS
                   IF RS-DATA-DEMISSAO > TB-DL-DATA(WS-POS-DL)
                       MOVE RS-DATA-DEMISSAO TO TB-DL-DATA(WS-POS-DL)
                   END-IF
               END-IF

               IF WS-POS-DL = ZEROS
               AND WS-TOTAL-DESLIGADOS < CONST-LIMITE-DESLIGADOS
                   ADD 1 TO WS-TOTAL-DESLIGADOS
                   MOVE RS-PRONTUARIO
                       TO TB-DL-PRONTUARIO(WS-TOTAL-DESLIGADOS)
                   MOVE RS-DATA-DEMISSAO
                       TO TB-DL-DATA(WS-TOTAL-DESLIGADOS)
                   MOVE ZEROS
                       TO TB-DL-READMITIDO(WS-TOTAL-DESLIGADOS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-DESLIGADO.

           MOVE ZEROS TO WS-POS-DL.

           PERFORM VARYING WS-IDX-DL FROM 1 BY 1
           UNTIL WS-IDX-DL > WS-TOTAL-DESLIGADOS
               IF TB-DL-PRONTUARIO(WS-IDX-DL) = WS-CHAVE
                   MOVE WS-IDX-DL TO WS-POS-DL
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    ELEGIVEL NA CATEGORIA WS-POS-CT: TEM POLITICA, NAO FOI
      *    READMITIDO E O DESLIGAMENTO E ANTERIOR AO CORTE.
      *--------------------------------------------------------------*
       AVALIAR-DESLIGADO.

           MOVE ZEROS TO WS-ELEGIVEL.

           IF WS-POS-DL > ZEROS
               IF NOT FLAG-DL-READMITIDO(WS-POS-DL)
               AND TB-PL-ANOS(WS-POS-CT) > ZEROS
               AND TB-DL-DATA(WS-POS-DL)
                   <= TB-PL-CORTE-DATA(WS-POS-CT)
                   MOVE 1 TO WS-ELEGIVEL
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    EX-ALUNOS: MATRICULAS DOS ARQUIVOS CARIMBADOS DOS ULTIMOS
      *    CONST-ANOS-ARQUIVO ANOS COM O ULTIMO ANO EM QUE APARECEM;
      *    QUEM AINDA ESTA EM ALUNOS.DAT FICA MARCADO COMO ATIVO.
      *--------------------------------------------------------------*
       LEVANTAR-EGRESSOS.

           MOVE ZEROS TO WS-TOTAL-EGRESSOS.

           COMPUTE WS-ANO-INICIAL = WS-HOJE-ANO - CONST-ANOS-ARQUIVO.

           PERFORM LEVANTAR-EGRESSOS-ANO
           VARYING WS-ANO-ARQ FROM WS-ANO-INICIAL BY 1
           UNTIL WS-ANO-ARQ > WS-HOJE-ANO.

           MOVE SPACES TO WS-STATUS-ALUNOS.

           PERFORM OBTER-CAMINHO-ALUNOS.

           OPEN INPUT ALUNOS.

           IF FLAG-ALUNOS-SUCESSO
               PERFORM MARCAR-ALUNO-ATIVO WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-EOF
               CLOSE ALUNOS
           END-IF.
      *--------------------------------------------------------------*
       LEVANTAR-EGRESSOS-ANO.

           MOVE SPACES TO WS-STATUS-ALUNOS-HIST.

           PERFORM OBTER-CAMINHO-ALUNOS-HIST.

           OPEN INPUT ALUNOS-HIST.

           IF FLAG-ALUNOS-HIST-SUCESSO
               PERFORM LEVANTAR-EGRESSO-LINHA WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-HIST-EOF
               CLOSE ALUNOS-HIST
           END-IF.
      *--------------------------------------------------------------*
       LEVANTAR-EGRESSO-LINHA.

           READ ALUNOS-HIST.

           IF NOT FLAG-ALUNOS-HIST-EOF
               MOVE AH-MATRICULA TO WS-CHAVE
               PERFORM LOCALIZAR-EGRESSO

               IF WS-POS-EG > ZEROS
                   MOVE WS-ANO-ARQ TO TB-EG-ULTIMO-ANO(WS-POS-EG)
               END-IF

               IF WS-POS-EG = ZEROS
                   IF WS-TOTAL-EGRESSOS < CONST-LIMITE-EGRESSOS
                       ADD 1 TO WS-TOTAL-EGRESSOS
                       MOVE AH-MATRICULA
                           TO TB-EG-MATRICULA(WS-TOTAL-EGRESSOS)
                       MOVE WS-ANO-ARQ
                           TO TB-EG-ULTIMO-ANO(WS-TOTAL-EGRESSOS)
                       MOVE ZEROS
                           TO TB-EG-ATIVO(WS-TOTAL-EGRESSOS)
                   ELSE
                       ADD 1 TO WS-QTD-EGRESSOS-FORA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       MARCAR-ALUNO-ATIVO.

           READ ALUNOS AT END
           MOVE "10" TO WS-STATUS-ALUNOS.

           IF NOT FLAG-ALUNOS-EOF
               MOVE AL-MATRICULA TO WS-CHAVE
               PERFORM LOCALIZAR-EGRESSO

               IF WS-POS-EG > ZEROS
                   MOVE 1 TO TB-EG-ATIVO(WS-POS-EG)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-EGRESSO.

           MOVE ZEROS TO WS-POS-EG.

           PERFORM VARYING WS-IDX-EG FROM 1 BY 1
           UNTIL WS-IDX-EG > WS-TOTAL-EGRESSOS
               IF TB-EG-MATRICULA(WS-IDX-EG) = WS-CHAVE
                   MOVE WS-IDX-EG TO WS-POS-EG
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       AVALIAR-EGRESSO.

           MOVE ZEROS TO WS-ELEGIVEL.

           IF WS-POS-EG > ZEROS
               IF NOT FLAG-EG-ATIVO(WS-POS-EG)
               AND TB-PL-ANOS(WS-POS-CT) > ZEROS
               AND TB-EG-ULTIMO-ANO(WS-POS-EG)
                   <= TB-PL-CORTE-ANO(WS-POS-CT)
                   MOVE 1 TO WS-ELEGIVEL
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    MESTRE DE FUNCIONARIOS: NOME E DADOS BANCARIOS. O
      *    PRONTUARIO, O CARGO, O SETOR E AS DATAS FICAM, E folha.dat
      *    NAO E TOCADA.
      *--------------------------------------------------------------*
       PROCESSAR-FUNC-MASTER.

           MOVE SPACES TO WS-STATUS-FUNC-MASTER.
           MOVE "funcionarios_master.dat" TO WS-ARQUIVO-ATUAL.

           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           IF FLAG-MODO-ANONIMIZAR
               OPEN I-O FUNC-MASTER
           ELSE
               OPEN INPUT FUNC-MASTER
           END-IF.

           IF FLAG-FUNC-MASTER-SUCESSO
               PERFORM AVALIAR-FUNCIONARIO WITH TEST BEFORE
               UNTIL FLAG-FUNC-MASTER-EOF
               OR NOT FLAG-FUNC-MASTER-SUCESSO
               CLOSE FUNC-MASTER
           END-IF.
      *--------------------------------------------------------------*
       AVALIAR-FUNCIONARIO.

           READ FUNC-MASTER NEXT RECORD.

           IF FLAG-FUNC-MASTER-SUCESSO
               MOVE FM-PRONTUARIO TO WS-CHAVE
               PERFORM LOCALIZAR-DESLIGADO

               IF WS-POS-DL > ZEROS
                   IF FM-DATA-ADMISSAO > TB-DL-DATA(WS-POS-DL)
                       MOVE 1 TO TB-DL-READMITIDO(WS-POS-DL)
                   END-IF

                   MOVE TB-DL-DATA(WS-POS-DL) TO WS-REFERENCIA
                   MOVE FM-NOME               TO WS-DETALHE
                   MOVE ZEROS TO WS-REGISTRO-ALTERADO

                   MOVE CONST-CT-FUNC-NOME TO WS-POS-CT
                   PERFORM AVALIAR-DESLIGADO

                   IF FLAG-ELEGIVEL
                   AND FM-NOME NOT = CONST-NOME-ANONIMO
                       PERFORM REGISTRAR-ELEGIVEL
                       IF FLAG-MODO-ANONIMIZAR
                           MOVE CONST-NOME-ANONIMO TO FM-NOME
                       END-IF
                   END-IF

                   MOVE CONST-CT-FUNC-BANCO TO WS-POS-CT
                   PERFORM AVALIAR-DESLIGADO

                   IF FLAG-ELEGIVEL
                   AND FM-CONTA NOT = ALL "*"
                   AND (FM-BANCO NOT = SPACES
                        OR FM-AGENCIA NOT = SPACES
                        OR FM-CONTA NOT = SPACES)
                       PERFORM REGISTRAR-ELEGIVEL
                       IF FLAG-MODO-ANONIMIZAR
                           MOVE ALL "*" TO FM-BANCO FM-AGENCIA
                                           FM-CONTA
                       END-IF
                   END-IF

                   IF FLAG-REGISTRO-ALTERADO
                       REWRITE REG-FUNC-MASTER
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    DEPENDENTES: NOME E CPF, PELO DESLIGAMENTO DO TITULAR. A
      *    DATA DE NASCIMENTO FICA (REGRA DE IDADE DO IRRF).
      *--------------------------------------------------------------*
       PROCESSAR-DEPENDENTES.

           MOVE ZEROS  TO WS-TOTAL-LINHAS WS-LINHAS-ESTOURO
                          WS-ARQUIVO-ALTERADO.
           MOVE SPACES TO WS-STATUS-DEPENDENTES.
           MOVE "dependentes.dat" TO WS-ARQUIVO-ATUAL.

           PERFORM OBTER-CAMINHO-DEPENDENTES.

           OPEN INPUT DEPENDENTES.

           IF FLAG-DEPENDENTES-SUCESSO
               PERFORM CARREGAR-LINHA-DEPENDENTE WITH TEST BEFORE
               UNTIL FLAG-DEPENDENTES-EOF
               OR FLAG-LINHAS-ESTOURO
               CLOSE DEPENDENTES
           END-IF.

           IF FLAG-LINHAS-ESTOURO
               PERFORM REGISTRAR-ESTOURO
           ELSE
               PERFORM AVALIAR-DEPENDENTE
               VARYING WS-IDX-LN FROM 1 BY 1
               UNTIL WS-IDX-LN > WS-TOTAL-LINHAS

               IF FLAG-ARQUIVO-ALTERADO
                   OPEN OUTPUT DEPENDENTES
                   PERFORM VARYING WS-IDX-LN FROM 1 BY 1
                   UNTIL WS-IDX-LN > WS-TOTAL-LINHAS
                       WRITE REG-DEPENDENTE
                           FROM TB-LN-REGISTRO(WS-IDX-LN)
                   END-PERFORM
                   CLOSE DEPENDENTES
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-DEPENDENTE.

           READ DEPENDENTES.

           IF NOT FLAG-DEPENDENTES-EOF
               IF WS-TOTAL-LINHAS >= CONST-LIMITE-LINHAS
                   MOVE 1 TO WS-LINHAS-ESTOURO
               ELSE
                   ADD 1 TO WS-TOTAL-LINHAS
                   MOVE REG-DEPENDENTE
                       TO TB-LN-REGISTRO(WS-TOTAL-LINHAS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       AVALIAR-DEPENDENTE.

           MOVE TB-LN-REGISTRO(WS-IDX-LN) TO REG-DEPENDENTE.

           MOVE DP-PRONTUARIO TO WS-CHAVE.
           PERFORM LOCALIZAR-DESLIGADO.

           IF WS-POS-DL > ZEROS
               MOVE TB-DL-DATA(WS-POS-DL) TO WS-REFERENCIA
               MOVE DP-NOME               TO WS-DETALHE
               MOVE ZEROS TO WS-REGISTRO-ALTERADO

               MOVE CONST-CT-DEP-NOME TO WS-POS-CT
               PERFORM AVALIAR-DESLIGADO

               IF FLAG-ELEGIVEL
               AND DP-NOME NOT = CONST-NOME-ANONIMO
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE CONST-NOME-ANONIMO TO DP-NOME
                   END-IF
               END-IF

               MOVE CONST-CT-DEP-CPF TO WS-POS-CT
               PERFORM AVALIAR-DESLIGADO

               IF FLAG-ELEGIVEL
               AND DP-CPF NOT = SPACES
               AND DP-CPF NOT = ALL "*"
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE ALL "*" TO DP-CPF
                   END-IF
               END-IF

               IF FLAG-REGISTRO-ALTERADO
                   MOVE REG-DEPENDENTE TO TB-LN-REGISTRO(WS-IDX-LN)
                   MOVE 1 TO WS-ARQUIVO-ALTERADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    BENEFICIARIOS DE PENSAO: NOME, CPF E DADOS BANCARIOS. O
      *    TIPO E O VALOR DA COTA FICAM.
      *--------------------------------------------------------------*
       PROCESSAR-PENSAO-BENEF.

           MOVE ZEROS  TO WS-TOTAL-LINHAS WS-LINHAS-ESTOURO
                          WS-ARQUIVO-ALTERADO.
           MOVE SPACES TO WS-STATUS-PENSAO-BENEF.
           MOVE "pensao_beneficiarios.dat" TO WS-ARQUIVO-ATUAL.

           PERFORM OBTER-CAMINHO-PENSAO-BENEF.

           OPEN INPUT PENSAO-BENEF.

           IF FLAG-PENSAO-BENEF-SUCESSO
               PERFORM CARREGAR-LINHA-PENSAO WITH TEST BEFORE
               UNTIL FLAG-PENSAO-BENEF-EOF
               OR FLAG-LINHAS-ESTOURO
               CLOSE PENSAO-BENEF
           END-IF.

           IF FLAG-LINHAS-ESTOURO
               PERFORM REGISTRAR-ESTOURO
           ELSE
               PERFORM AVALIAR-BENEFICIARIO
               VARYING WS-IDX-LN FROM 1 BY 1
               UNTIL WS-IDX-LN > WS-TOTAL-LINHAS

               IF FLAG-ARQUIVO-ALTERADO
                   OPEN OUTPUT PENSAO-BENEF
                   PERFORM VARYING WS-IDX-LN FROM 1 BY 1
                   UNTIL WS-IDX-LN > WS-TOTAL-LINHAS
                       WRITE REG-PENSAO-BENEF
                           FROM TB-LN-REGISTRO(WS-IDX-LN)
                   END-PERFORM
                   CLOSE PENSAO-BENEF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PENSAO.

           READ PENSAO-BENEF.

           IF NOT FLAG-PENSAO-BENEF-EOF
               IF WS-TOTAL-LINHAS >= CONST-LIMITE-LINHAS
                   MOVE 1 TO WS-LINHAS-ESTOURO
               ELSE
                   ADD 1 TO WS-TOTAL-LINHAS
                   MOVE REG-PENSAO-BENEF
                       TO TB-LN-REGISTRO(WS-TOTAL-LINHAS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       AVALIAR-BENEFICIARIO.

           MOVE TB-LN-REGISTRO(WS-IDX-LN) TO REG-PENSAO-BENEF.

           MOVE PB-PRONTUARIO TO WS-CHAVE.
           PERFORM LOCALIZAR-DESLIGADO.

           IF WS-POS-DL > ZEROS
               MOVE TB-DL-DATA(WS-POS-DL) TO WS-REFERENCIA
               MOVE PB-NOME               TO WS-DETALHE
               MOVE ZEROS TO WS-REGISTRO-ALTERADO

               MOVE CONST-CT-PENSAO-NOME TO WS-POS-CT
               PERFORM AVALIAR-DESLIGADO

               IF FLAG-ELEGIVEL
               AND PB-NOME NOT = CONST-NOME-ANONIMO
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE CONST-NOME-ANONIMO TO PB-NOME
                   END-IF
               END-IF

               MOVE CONST-CT-PENSAO-CPF TO WS-POS-CT
               PERFORM AVALIAR-DESLIGADO

               IF FLAG-ELEGIVEL
               AND PB-CPF NOT = SPACES
               AND PB-CPF NOT = ALL "*"
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE ALL "*" TO PB-CPF
                   END-IF
               END-IF

               MOVE CONST-CT-PENSAO-BANCO TO WS-POS-CT
               PERFORM AVALIAR-DESLIGADO

               IF FLAG-ELEGIVEL
               AND PB-CONTA NOT = ALL "*"
               AND (PB-BANCO NOT = SPACES
                    OR PB-AGENCIA NOT = SPACES
                    OR PB-CONTA NOT = SPACES)
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE ALL "*" TO PB-BANCO PB-AGENCIA PB-CONTA
                   END-IF
               END-IF

               IF FLAG-REGISTRO-ALTERADO
                   MOVE REG-PENSAO-BENEF TO TB-LN-REGISTRO(WS-IDX-LN)
                   MOVE 1 TO WS-ARQUIVO-ALTERADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    ALUNOS: O NOME EM CADA ARQUIVO CARIMBADO ONDE O EX-ALUNO
      *    APARECE. MATRICULA, TURMA E NOTAS FICAM PARA O HISTORICO.
      *--------------------------------------------------------------*
       PROCESSAR-ALUNOS-ARQUIVADOS.

           IF TB-PL-ANOS(CONST-CT-ALUNO-NOME) > ZEROS
               PERFORM PROCESSAR-ALUNOS-ANO
               VARYING WS-ANO-ARQ FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-ARQ > WS-HOJE-ANO
           END-IF.
      *--------------------------------------------------------------*
       PROCESSAR-ALUNOS-ANO.

           MOVE ZEROS  TO WS-TOTAL-LINHAS WS-LINHAS-ESTOURO
                          WS-ARQUIVO-ALTERADO.
           MOVE SPACES TO WS-STATUS-ALUNOS-HIST WS-ARQUIVO-ATUAL.

           STRING "ALUNOS_"  DELIMITED BY SIZE
                  WS-ANO-ARQ DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
                  INTO WS-ARQUIVO-ATUAL.

           PERFORM OBTER-CAMINHO-ALUNOS-HIST.

           OPEN INPUT ALUNOS-HIST.

           IF FLAG-ALUNOS-HIST-SUCESSO
               PERFORM CARREGAR-LINHA-ALUNO-HIST WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-HIST-EOF
               OR FLAG-LINHAS-ESTOURO
               CLOSE ALUNOS-HIST

               IF FLAG-LINHAS-ESTOURO
                   PERFORM REGISTRAR-ESTOURO
               ELSE
                   PERFORM AVALIAR-ALUNO-ARQUIVADO
                   VARYING WS-IDX-LN FROM 1 BY 1
                   UNTIL WS-IDX-LN > WS-TOTAL-LINHAS

                   IF FLAG-ARQUIVO-ALTERADO
                       OPEN OUTPUT ALUNOS-HIST
                       PERFORM VARYING WS-IDX-LN FROM 1 BY 1
                       UNTIL WS-IDX-LN > WS-TOTAL-LINHAS
                           WRITE REG-ALUNO-HIST
                               FROM TB-LN-REGISTRO(WS-IDX-LN)
                       END-PERFORM
                       CLOSE ALUNOS-HIST
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ALUNO-HIST.

           READ ALUNOS-HIST.

           IF NOT FLAG-ALUNOS-HIST-EOF
               IF WS-TOTAL-LINHAS >= CONST-LIMITE-LINHAS
                   MOVE 1 TO WS-LINHAS-ESTOURO
               ELSE
                   ADD 1 TO WS-TOTAL-LINHAS
                   MOVE REG-ALUNO-HIST
                       TO TB-LN-REGISTRO(WS-TOTAL-LINHAS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       AVALIAR-ALUNO-ARQUIVADO.

           MOVE TB-LN-REGISTRO(WS-IDX-LN) TO REG-ALUNO-HIST.

           MOVE AH-MATRICULA TO WS-CHAVE.
           PERFORM LOCALIZAR-EGRESSO.

           MOVE CONST-CT-ALUNO-NOME TO WS-POS-CT.
           PERFORM AVALIAR-EGRESSO.

           IF FLAG-ELEGIVEL
           AND AH-NOME NOT = CONST-NOME-ANONIMO
               MOVE TB-EG-ULTIMO-ANO(WS-POS-EG) TO WS-REFERENCIA
               MOVE AH-NOME TO WS-DETALHE
               MOVE ZEROS   TO WS-REGISTRO-ALTERADO

               PERFORM REGISTRAR-ELEGIVEL

               IF FLAG-MODO-ANONIMIZAR
                   MOVE CONST-NOME-ANONIMO TO AH-NOME
                   MOVE REG-ALUNO-HIST TO TB-LN-REGISTRO(WS-IDX-LN)
                   MOVE 1 TO WS-ARQUIVO-ALTERADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    RESPONSAVEL FINANCEIRO: NOME E CPF, PELA SAIDA DO ALUNO.
      *--------------------------------------------------------------*
       PROCESSAR-RESPONSAVEIS.

           MOVE ZEROS  TO WS-TOTAL-LINHAS WS-LINHAS-ESTOURO
                          WS-ARQUIVO-ALTERADO.
           MOVE SPACES TO WS-STATUS-RESPONSAVEIS.
           MOVE "responsaveis.txt" TO WS-ARQUIVO-ATUAL.

           PERFORM OBTER-CAMINHO-RESPONSAVEIS.

           OPEN INPUT RESPONSAVEIS.

           IF FLAG-RESPONSAVEIS-SUCESSO
               PERFORM CARREGAR-LINHA-RESPONSAVEL WITH TEST BEFORE
               UNTIL FLAG-RESPONSAVEIS-EOF
               OR FLAG-LINHAS-ESTOURO
               CLOSE RESPONSAVEIS
           END-IF.

           IF FLAG-LINHAS-ESTOURO
               PERFORM REGISTRAR-ESTOURO
           ELSE
               PERFORM AVALIAR-RESPONSAVEL
               VARYING WS-IDX-LN FROM 1 BY 1
               UNTIL WS-IDX-LN > WS-TOTAL-LINHAS

               IF FLAG-ARQUIVO-ALTERADO
                   OPEN OUTPUT RESPONSAVEIS
                   PERFORM VARYING WS-IDX-LN FROM 1 BY 1
                   UNTIL WS-IDX-LN > WS-TOTAL-LINHAS
                       WRITE REG-RESPONSAVEL
                           FROM TB-LN-REGISTRO(WS-IDX-LN)
                   END-PERFORM
                   CLOSE RESPONSAVEIS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-RESPONSAVEL.

           READ RESPONSAVEIS.

           IF NOT FLAG-RESPONSAVEIS-EOF
               IF WS-TOTAL-LINHAS >= CONST-LIMITE-LINHAS
                   MOVE 1 TO WS-LINHAS-ESTOURO
               ELSE
                   ADD 1 TO WS-TOTAL-LINHAS
                   MOVE REG-RESPONSAVEL
                       TO TB-LN-REGISTRO(WS-TOTAL-LINHAS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       AVALIAR-RESPONSAVEL.

           MOVE TB-LN-REGISTRO(WS-IDX-LN) TO REG-RESPONSAVEL.

           MOVE RF-MATRICULA TO WS-CHAVE.
           PERFORM LOCALIZAR-EGRESSO.

           IF WS-POS-EG > ZEROS
               MOVE TB-EG-ULTIMO-ANO(WS-POS-EG) TO WS-REFERENCIA
               MOVE RF-NOME TO WS-DETALHE
               MOVE ZEROS   TO WS-REGISTRO-ALTERADO

               MOVE CONST-CT-RESP-NOME TO WS-POS-CT
               PERFORM AVALIAR-EGRESSO

               IF FLAG-ELEGIVEL
               AND RF-NOME NOT = CONST-NOME-ANONIMO
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE CONST-NOME-ANONIMO TO RF-NOME
                   END-IF
               END-IF

               MOVE CONST-CT-RESP-CPF TO WS-POS-CT
               PERFORM AVALIAR-EGRESSO

               IF FLAG-ELEGIVEL
               AND RF-CPF NOT = SPACES
               AND RF-CPF NOT = ALL "*"
                   PERFORM REGISTRAR-ELEGIVEL
                   IF FLAG-MODO-ANONIMIZAR
                       MOVE ALL "*" TO RF-CPF
                   END-IF
               END-IF

               IF FLAG-REGISTRO-ALTERADO
                   MOVE REG-RESPONSAVEL TO TB-LN-REGISTRO(WS-IDX-LN)
                   MOVE 1 TO WS-ARQUIVO-ALTERADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    ARQUIVO MAIOR QUE A TABELA EM MEMORIA NAO E REGRAVADO
      *    (PERDERIA AS LINHAS DO FIM); FICA O AVISO NO RELATORIO.
      *--------------------------------------------------------------*
       REGISTRAR-ESTOURO.

           MOVE SPACES TO RL-DADO.
           MOVE WS-ARQUIVO-ATUAL TO RL-DD-ARQUIVO.
           MOVE "ACIMA DO LIMITE DE LINHAS - NAO PROCESSADO"
               TO RL-DD-TEXTO.
           WRITE REG-RELATORIO FROM RL-DADO.
      *--------------------------------------------------------------*
      *    RELATORIO DE DADOS PESSOAIS: TUDO O QUE OS CADASTROS
      *    GUARDAM COM O CPF INFORMADO - DEPENDENTE, BENEFICIARIO DE
      *    PENSAO, RESPONSAVEL FINANCEIRO, AUTONOMO E SEUS RPAS,
      *    CLIENTE E VIDA NO PLANO DE SAUDE.
      *--------------------------------------------------------------*
       RELATORIO-DADOS-PESSOAIS.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-CPF-BUSCA.

           DISPLAY "CPF (so numeros): " AT 0928.
           ACCEPT WS-CPF-BUSCA AT 0947.

           IF WS-CPF-BUSCA = SPACES
               DISPLAY "CPF nao informado" FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GERAR-DADOS-PESSOAIS
           END-IF.
      *--------------------------------------------------------------*
       GERAR-DADOS-PESSOAIS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE ZEROS  TO WS-QTD-ITENS.
           MOVE SPACES TO WS-NOME-RELATORIO.

           STRING "dados_pessoais_" DELIMITED BY SIZE
                  WS-CPF-BUSCA      DELIMITED BY SPACE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO.

           PERFORM OBTER-CAMINHO-RELATORIO.

           OPEN OUTPUT RELATORIO.

           MOVE SPACES TO RL-TIT-TEXTO.
           STRING "DADOS PESSOAIS MANTIDOS - CPF " DELIMITED BY SIZE
                  WS-CPF-BUSCA DELIMITED BY SIZE
                  INTO RL-TIT-TEXTO.
           MOVE WS-DATA-HOJE TO RL-TIT-DATA.
           WRITE REG-RELATORIO FROM RL-TITULO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM BUSCAR-CPF-DEPENDENTES.
           PERFORM BUSCAR-CPF-PENSAO.
           PERFORM BUSCAR-CPF-RESPONSAVEIS.
           PERFORM BUSCAR-CPF-AUTONOMOS.
           PERFORM BUSCAR-CPF-RPAS.
           PERFORM BUSCAR-CPF-CLIENTES.
           PERFORM BUSCAR-CPF-ADESOES.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WS-QTD-ITENS = ZEROS
               MOVE "NENHUM DADO ENCONTRADO PARA O CPF"
                   TO RL-CT-DESCRICAO
           ELSE
               MOVE "ITENS ENCONTRADOS" TO RL-CT-DESCRICAO
           END-IF.
           MOVE WS-QTD-ITENS TO RL-CT-VALOR.
           WRITE REG-RELATORIO FROM RL-CONTADOR.

           CLOSE RELATORIO.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "CPF=" DELIMITED BY SIZE
                  WS-CPF-BUSCA DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-RELATORIO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY "Relatorio gravado em " FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-NOME-RELATORIO FOREGROUND-COLOR 2 AT 2049.
           DISPLAY "Itens: " AT 2128.
           DISPLAY WS-QTD-ITENS AT 2135.

           STRING "CPF=" DELIMITED BY SIZE
                  WS-CPF-BUSCA DELIMITED BY SIZE
                  " ITENS=" DELIMITED BY SIZE
                  WS-QTD-ITENS DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SPACE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE DADOS PESSOAIS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       GRAVAR-ITEM-DADO.

           WRITE REG-RELATORIO FROM RL-DADO.
           ADD 1 TO WS-QTD-ITENS.
      *--------------------------------------------------------------*
       BUSCAR-CPF-DEPENDENTES.

           MOVE SPACES TO WS-STATUS-DEPENDENTES.

           PERFORM OBTER-CAMINHO-DEPENDENTES.

           OPEN INPUT DEPENDENTES.

           IF FLAG-DEPENDENTES-SUCESSO
               PERFORM CONFERIR-CPF-DEPENDENTE WITH TEST BEFORE
               UNTIL FLAG-DEPENDENTES-EOF
               CLOSE DEPENDENTES
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-DEPENDENTE.

           READ DEPENDENTES.

           IF NOT FLAG-DEPENDENTES-EOF
           AND DP-CPF = WS-CPF-BUSCA
               MOVE SPACES            TO RL-DADO
               MOVE "dependentes.dat" TO RL-DD-ARQUIVO
               MOVE DP-PRONTUARIO     TO RL-DD-CHAVE
               STRING DP-NOME DELIMITED BY SIZE
                      " NASC " DELIMITED BY SIZE
                      DP-NASCIMENTO DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-CPF-PENSAO.

           MOVE SPACES TO WS-STATUS-PENSAO-BENEF.

           PERFORM OBTER-CAMINHO-PENSAO-BENEF.

           OPEN INPUT PENSAO-BENEF.

           IF FLAG-PENSAO-BENEF-SUCESSO
               PERFORM CONFERIR-CPF-PENSAO WITH TEST BEFORE
               UNTIL FLAG-PENSAO-BENEF-EOF
               CLOSE PENSAO-BENEF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-PENSAO.

           READ PENSAO-BENEF.

           IF NOT FLAG-PENSAO-BENEF-EOF
           AND PB-CPF = WS-CPF-BUSCA
               MOVE SPACES TO RL-DADO
               MOVE "pensao_beneficiarios.dat" TO RL-DD-ARQUIVO
               MOVE PB-PRONTUARIO TO RL-DD-CHAVE
               STRING PB-NOME DELIMITED BY SIZE
                      " BCO " DELIMITED BY SIZE
                      PB-BANCO DELIMITED BY SIZE
                      " AG " DELIMITED BY SIZE
                      PB-AGENCIA DELIMITED BY SIZE
                      " CC " DELIMITED BY SIZE
                      PB-CONTA DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-CPF-RESPONSAVEIS.

           MOVE SPACES TO WS-STATUS-RESPONSAVEIS.

           PERFORM OBTER-CAMINHO-RESPONSAVEIS.

           OPEN INPUT RESPONSAVEIS.

           IF FLAG-RESPONSAVEIS-SUCESSO
               PERFORM CONFERIR-CPF-RESPONSAVEL WITH TEST BEFORE
               UNTIL FLAG-RESPONSAVEIS-EOF
               CLOSE RESPONSAVEIS
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-RESPONSAVEL.

           READ RESPONSAVEIS.

           IF NOT FLAG-RESPONSAVEIS-EOF
           AND RF-CPF = WS-CPF-BUSCA
               MOVE SPACES             TO RL-DADO
               MOVE "responsaveis.txt" TO RL-DD-ARQUIVO
               MOVE RF-MATRICULA       TO RL-DD-CHAVE
               STRING RF-NOME DELIMITED BY SIZE
                      " RESPONSAVEL FINANCEIRO" DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-CPF-AUTONOMOS.

           MOVE SPACES TO WS-STATUS-AUTONOMOS.

           PERFORM OBTER-CAMINHO-AUTONOMOS.

           OPEN INPUT AUTONOMOS.

           IF FLAG-AUTONOMOS-SUCESSO
               PERFORM CONFERIR-CPF-AUTONOMO WITH TEST BEFORE
               UNTIL FLAG-AUTONOMOS-EOF
               CLOSE AUTONOMOS
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-AUTONOMO.

           READ AUTONOMOS.

           IF NOT FLAG-AUTONOMOS-EOF
           AND AU-CPF = WS-CPF-BUSCA
               MOVE SPACES          TO RL-DADO
               MOVE "autonomos.dat" TO RL-DD-ARQUIVO
               MOVE AU-CODIGO       TO RL-DD-CHAVE
               STRING AU-NOME DELIMITED BY SIZE
                      " NIT " DELIMITED BY SIZE
                      AU-NIT DELIMITED BY SIZE
                      " BCO " DELIMITED BY SIZE
                      AU-BANCO DELIMITED BY SIZE
                      " AG " DELIMITED BY SIZE
                      AU-AGENCIA DELIMITED BY SIZE
                      " CC " DELIMITED BY SIZE
                      AU-CONTA DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-CPF-RPAS.

           MOVE SPACES TO WS-STATUS-RPAS.

           PERFORM OBTER-CAMINHO-RPAS.

           OPEN INPUT RPAS.

           IF FLAG-RPAS-SUCESSO
               PERFORM CONFERIR-CPF-RPA WITH TEST BEFORE
               UNTIL FLAG-RPAS-EOF
               CLOSE RPAS
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-RPA.

           READ RPAS.

           IF NOT FLAG-RPAS-EOF
           AND RP-CPF = WS-CPF-BUSCA
               MOVE SPACES     TO RL-DADO
               MOVE "rpas.dat" TO RL-DD-ARQUIVO
               MOVE RP-CODIGO  TO RL-DD-CHAVE
               MOVE RP-VALOR-BRUTO TO WS-VALOR-EDITADO
               STRING "RPA " DELIMITED BY SIZE
                      RP-NUMERO DELIMITED BY SIZE
                      " COMP " DELIMITED BY SIZE
                      RP-COMP-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      RP-COMP-ANO DELIMITED BY SIZE
                      " BRUTO " DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-CPF-CLIENTES.

           MOVE SPACES TO WS-STATUS-CLIENTES.

           PERFORM OBTER-CAMINHO-CLIENTES.

           OPEN INPUT CLIENTES.

           IF FLAG-CLIENTES-SUCESSO
               PERFORM CONFERIR-CPF-CLIENTE WITH TEST BEFORE
               UNTIL FLAG-CLIENTES-EOF
               CLOSE CLIENTES
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-CLIENTE.

           READ CLIENTES.

           IF NOT FLAG-CLIENTES-EOF
           AND CL-DOCUMENTO = WS-CPF-BUSCA
               MOVE SPACES         TO RL-DADO
               MOVE "clientes.dat" TO RL-DD-ARQUIVO
               MOVE CL-CODIGO      TO RL-DD-CHAVE
               MOVE CL-LIMITE      TO WS-VALOR-EDITADO
               STRING CL-NOME DELIMITED BY SIZE
                      " LIMITE " DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-CPF-ADESOES.

           MOVE SPACES TO WS-STATUS-ADESAO-PLANO.

           PERFORM OBTER-CAMINHO-ADESAO-PLANO.

           OPEN INPUT ADESAO-PLANO.

           IF FLAG-ADESAO-PLANO-SUCESSO
               PERFORM CONFERIR-CPF-ADESAO WITH TEST BEFORE
               UNTIL FLAG-ADESAO-PLANO-EOF
               CLOSE ADESAO-PLANO
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-CPF-ADESAO.

           READ ADESAO-PLANO.

           IF NOT FLAG-ADESAO-PLANO-EOF
           AND FLAG-AP-DEPENDENTE
           AND AP-CPF-DEPENDENTE = WS-CPF-BUSCA
               MOVE SPACES              TO RL-DADO
               MOVE "adesoes_plano.dat" TO RL-DD-ARQUIVO
               MOVE AP-PRONTUARIO       TO RL-DD-CHAVE
               STRING AP-NOME DELIMITED BY SIZE
                      " PLANO " DELIMITED BY SIZE
                      AP-PLANO DELIMITED BY SIZE
                      " CART " DELIMITED BY SIZE
                      AP-CARTEIRINHA DELIMITED BY SIZE
                      INTO RL-DD-TEXTO
               PERFORM GRAVAR-ITEM-DADO
           END-IF.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
