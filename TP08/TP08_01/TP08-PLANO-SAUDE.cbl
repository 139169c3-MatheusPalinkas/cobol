       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-PLANO-SAUDE.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PLANO DE SAUDE: MANTEM O CATALOGO DE PLANOS POR OPERADORA
      *    (planos_saude.dat) E AS ADESOES DO TITULAR E DOS
      *    DEPENDENTES JA CADASTRADOS EM dependentes.dat
      *    (adesoes_plano.dat); IMPORTA O ARQUIVO MENSAL DE USO DA
      *    OPERADORA PARA coparticipacao.dat, LIGANDO CADA LINHA AO
      *    PRONTUARIO PELA CARTEIRINHA; E CONCILIA A FATURA DA
      *    OPERADORA, LINHA A LINHA, CONTRA AS VIDAS INSCRITAS E OS
      *    DESLIGAMENTOS DE rescisoes.dat (conciliacao_plano.txt),
      *    PARA CONTESTAR O QUE NAO E DEVIDO. O DESCONTO DA PARTE DO
      *    FUNCIONARIO E FEITO PELA FOLHA (TP08-MAIN).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLANO-SAUDE-SELECT.

           COPY ADESAO-PLANO-SELECT.

           COPY COPART-SELECT.

           COPY FUNC-MASTER-SELECT.

           COPY DEPENDENTE-SELECT.

      *    ARQUIVO MENSAL DE USO ENVIADO PELA OPERADORA: UMA LINHA POR
      *    UTILIZACAO COM COPARTICIPACAO, IDENTIFICADA PELA CARTEIRINHA.
           SELECT USO-OPERADORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-USO-OPERADORA.

      *    FATURA MENSAL DA OPERADORA: UMA LINHA POR VIDA COBRADA.
           SELECT FATURA-OPERADORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FATURA-OPERADORA.

           SELECT COPART-REJEITADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-COPART-REJ.

           SELECT RELAT-CONCILIACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELAT-CONCIL.

           SELECT RESCISOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESCISOES.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PLANO-SAUDE-FD.

       COPY ADESAO-PLANO-FD.

       COPY COPART-FD.

       COPY FUNC-MASTER-FD.

       COPY DEPENDENTE-FD.

       FD USO-OPERADORA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-USO-OPERADORA.

       01 REG-USO-OPERADORA.
           05 UO-CARTEIRINHA        PIC X(12)      VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 UO-DATA-USO           PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 UO-PROCEDIMENTO       PIC X(20)      VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 UO-VALOR-COPART       PIC 9(5)V9(2)  VALUE ZEROS.

       FD FATURA-OPERADORA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FATURA-OPERADORA.

       01 REG-FATURA-OPERADORA.
           05 FT-CARTEIRINHA        PIC X(12)      VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 FT-NOME               PIC X(30)      VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 FT-VALOR              PIC 9(5)V9(2)  VALUE ZEROS.

       FD COPART-REJEITADOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COPART-REJ.

       01 REG-COPART-REJ.
           05 CR-CARTEIRINHA        PIC X(12)      VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 CR-DATA-USO           PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 CR-VALOR              PIC 9(5)V9(2)  VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 CR-MOTIVO             PIC X(30)      VALUE SPACES.

       FD RELAT-CONCILIACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RELAT-CONCIL.

       01 REG-RELAT-CONCIL.
           05 RC-LINHA              PIC X(80)      VALUE SPACES.

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

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-PLANO-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(4)              VALUE SPACES.
           05 WS-ENT-OPERADORA      PIC X(20)             VALUE SPACES.
           05 WS-ENT-DESCRICAO      PIC X(20)             VALUE SPACES.
           05 WS-ENT-VALOR-TITULAR  PIC 9(5)V9(2)         VALUE ZEROS.
           05 WS-ENT-VALOR-DEPEND   PIC 9(5)V9(2)         VALUE ZEROS.
           05 WS-ENT-PERC-FUNC      PIC 9(3)V9(2)         VALUE ZEROS.
               88 FLAG-ENT-PERC-VALIDO         VALUE 0 THRU 100.
       01 WS-ADESAO-ENTRADA.
           05 WS-ENT-PRONTUARIO     PIC X(8)              VALUE SPACES.
           05 WS-ENT-TIPO           PIC X                 VALUE SPACES.
               88 FLAG-ENT-TIPO-VALIDO         VALUE "T" "D".
               88 FLAG-ENT-DEPENDENTE          VALUE "D".
           05 WS-ENT-CPF            PIC X(11)             VALUE SPACES.
           05 WS-ENT-PLANO          PIC X(4)              VALUE SPACES.
           05 WS-ENT-CARTEIRINHA    PIC X(12)             VALUE SPACES.
           05 WS-ENT-DATA           PIC 9(8)              VALUE ZEROS.
       77 WS-NOME-VIDA              PIC X(30)             VALUE SPACES.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
       77 WS-COMP-PRIMEIRO-DIA      PIC 9(8)              VALUE ZEROS.
       77 WS-COMP-ULTIMO-DIA        PIC 9(8)              VALUE ZEROS.
       77 WS-ACHOU                  PIC 9                 VALUE ZEROS.
           88 FLAG-ACHOU                                  VALUE 1.
      *---- TABELA DE ADESOES -----------------------------------------*
      *    USADA NO CANCELAMENTO (REGRAVACAO DO ARQUIVO), NA LIGACAO
      *    CARTEIRINHA-PRONTUARIO DA IMPORTACAO E NA CONCILIACAO, QUE
      *    MARCA AS VIDAS ENCONTRADAS NA FATURA.
       77 WS-TOTAL-ITENS            PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-TABELA       PIC 9(3)              VALUE 400.
       77 WS-POS-ENCONTRADA         PIC 9(3)              VALUE ZEROS.
           88 FLAG-ADESAO-ENCONTRADA           VALUE 1 THRU 400.
       77 WS-CONT                   PIC 9(3)              VALUE ZEROS.
       01 TB-ADESOES.
           02 ADESOES-TAB OCCURS 400 TIMES.
               10 TB-AP-REGISTRO    PIC X(100)            VALUE SPACES.
               10 TB-AP-NA-FATURA   PIC X                 VALUE "N".
      *---- TABELA DE PLANOS ------------------------------------------*
       77 WS-TOTAL-PLANOS           PIC 9(2)              VALUE ZEROS.
       77 CONST-LIMITE-PLANOS       PIC 9(2)              VALUE 50.
       77 WS-IDX-PLANO              PIC 9(2)              VALUE ZEROS.
       77 WS-POS-PLANO              PIC 9(2)              VALUE ZEROS.
       01 TB-PLANOS.
           02 PLANOS-TAB OCCURS 50 TIMES.
               10 TB-PS-CODIGO      PIC X(4)              VALUE SPACES.
               10 TB-PS-VALOR-TIT   PIC 9(5)V9(2)         VALUE ZEROS.
               10 TB-PS-VALOR-DEP   PIC 9(5)V9(2)         VALUE ZEROS.
      *---- TABELA DE DESLIGAMENTOS -----------------------------------*
       77 WS-TOTAL-RESCISOES        PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-RESCISOES    PIC 9(3)              VALUE 400.
       77 WS-IDX-RESCISAO           PIC 9(3)              VALUE ZEROS.
       77 WS-DATA-DESLIGAMENTO      PIC 9(8)              VALUE ZEROS.
       01 TB-RESCISOES.
           02 RESCISOES-TAB OCCURS 400 TIMES.
               10 TB-RS-PRONTUARIO  PIC X(8)              VALUE SPACES.
               10 TB-RS-DATA        PIC 9(8)              VALUE ZEROS.
      *---- TOTAIS DA IMPORTACAO E DA CONCILIACAO ---------------------*
       77 WS-QTD-IMPORTADOS         PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-REJEITADOS         PIC 9(5)              VALUE ZEROS.
       77 WS-VALOR-ESPERADO         PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-VALOR-CONTESTADO       PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-SITUACAO-LINHA         PIC X(28)             VALUE SPACES.
       77 WS-QTD-LINHAS-FATURA      PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-CONTESTADAS        PIC 9(5)              VALUE ZEROS.
       77 WS-TOTAL-FATURADO         PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-TOTAL-CONTESTADO       PIC 9(8)V9(2)         VALUE ZEROS.
      *---- LINHAS DA CONCILIACAO -------------------------------------*
       01 RC-EMPRESA.
           05 RC-EMP-RAZAO PIC X(30) VALUE SPACES.
           05 FILLER PIC X(08) VALUE " CNPJ: ".
           05 RC-EMP-CNPJ PIC X(14) VALUE SPACES.
       01 RC-TITULO.
           05 FILLER PIC X(36) VALUE
              "CONCILIACAO DA FATURA DO PLANO - ".
           05 RC-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RC-TIT-ANO PIC 9(4).
       01 RC-CABECALHO.
           05 FILLER PIC X(13) VALUE "CARTEIRINHA".
           05 FILLER PIC X(9) VALUE "PRONT.".
           05 FILLER PIC X(10) VALUE "FATURADO".
           05 FILLER PIC X(10) VALUE "ESPERADO".
           05 FILLER PIC X(28) VALUE "SITUACAO".
       01 RC-DETALHE.
           05 RC-DET-CARTEIRINHA PIC X(12).
           05 FILLER PIC X VALUE SPACES.
           05 RC-DET-PRONTUARIO PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 RC-DET-FATURADO PIC ZZZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-DET-ESPERADO PIC ZZZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-DET-SITUACAO PIC X(28).
       01 RC-TOTAL.
           05 RC-TOT-DESCRICAO PIC X(30) VALUE SPACES.
           05 RC-TOT-VALOR PIC ZZZZZZZ9,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PLANO-SAUDE-STATUS.
           COPY ADESAO-PLANO-STATUS.
           COPY COPART-STATUS.
           COPY FUNC-MASTER-STATUS.
           COPY DEPENDENTE-STATUS.
       77 WS-ARQ-USO-OPERADORA      PIC X(60)             VALUE SPACES.
       77 WS-STATUS-USO-OPERADORA   PIC X(02)             VALUE SPACES.
           88 FLAG-USO-OPERADORA-SUCESSO     VALUE "00".
           88 FLAG-USO-OPERADORA-EOF         VALUE "10".
       77 WS-ARQ-FATURA-OPERADORA   PIC X(60)             VALUE SPACES.
       77 WS-STATUS-FATURA-OPERADORA PIC X(02)            VALUE SPACES.
           88 FLAG-FATURA-OPERADORA-SUCESSO  VALUE "00".
           88 FLAG-FATURA-OPERADORA-EOF      VALUE "10".
       77 WS-ARQ-COPART-REJ         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-COPART-REJ      PIC X(02)             VALUE SPACES.
       77 WS-ARQ-RELAT-CONCIL       PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RELAT-CONCIL    PIC X(02)             VALUE SPACES.
       77 WS-ARQ-RESCISOES          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-RESCISOES       PIC X(02)             VALUE SPACES.
           88 FLAG-RESCISOES-SUCESSO         VALUE "00".
           88 FLAG-RESCISOES-EOF             VALUE "10".

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
           "TP08 - Plano de saude".

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
           "TP08 - Plano de saude".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir plano no catalogo".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - aderir titular ou dependente".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - cancelar adesao".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - listar adesoes de um prontuario".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - importar coparticipacao da operadora".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - conciliar fatura da operadora".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "7 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PLANO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Plano de saude".

           10   LINE 09   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do plano: ".
           10 SC-ENT-CODIGO         LINE + 0  COLUMN  62
           USING WS-ENT-CODIGO.

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Operadora: ".
           10 SC-ENT-OPERADORA      LINE + 0  COLUMN  62
           USING WS-ENT-OPERADORA.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Descricao: ".
           10 SC-ENT-DESCRICAO      LINE + 0  COLUMN  62
           USING WS-ENT-DESCRICAO.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mensalidade do titular: ".
           10 SC-ENT-VALOR-TITULAR  LINE + 0  COLUMN  62
           PIC ZZZZ9,99 USING WS-ENT-VALOR-TITULAR.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mensalidade por dependente: ".
           10 SC-ENT-VALOR-DEPEND   LINE + 0  COLUMN  62
           PIC ZZZZ9,99 USING WS-ENT-VALOR-DEPEND.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "% da mensalidade do funcionario: ".
           10 SC-ENT-PERC-FUNC      LINE + 0  COLUMN  62
           PIC ZZ9,99 USING WS-ENT-PERC-FUNC.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-ADESAO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Plano de saude".

           10   LINE 09   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Prontuario do titular: ".
           10 SC-ENT-PRONTUARIO     LINE + 0  COLUMN  62
           USING WS-ENT-PRONTUARIO.

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Vida (T titular / D dependente): ".
           10 SC-ENT-TIPO           LINE + 0  COLUMN  62
           USING WS-ENT-TIPO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "CPF do dependente: ".
           10 SC-ENT-CPF            LINE + 0  COLUMN  62
           USING WS-ENT-CPF.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do plano: ".
           10 SC-ENT-PLANO          LINE + 0  COLUMN  62
           USING WS-ENT-PLANO.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Carteirinha na operadora: ".
           10 SC-ENT-CARTEIRINHA    LINE + 0  COLUMN  62
           USING WS-ENT-CARTEIRINHA.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Inicio da cobertura (AAAAMMDD): ".
           10 SC-ENT-DATA           LINE + 0  COLUMN  62
           USING WS-ENT-DATA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-COMPETENCIA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Plano de saude".

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
                                        BY =="TP08-PLSAU"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-PLSAU"==
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
       OBTER-CAMINHO-PLANO-SAUDE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="planos_saude.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PLANO-SAUDE==
                ==:DDVAR:==  BY =="DD_PLANO-SAUDE"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ADESAO-PLANO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="adesoes_plano.dat"==
                ==:DESTINO:== BY ==WS-ARQ-ADESAO-PLANO==
                ==:DDVAR:==  BY =="DD_ADESAO-PLANO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COPART.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="coparticipacao.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COPART==
                ==:DDVAR:==  BY =="DD_COPART"==.
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
       OBTER-CAMINHO-USO-OPERADORA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="uso_plano_operadora.txt"==
                ==:DESTINO:== BY ==WS-ARQ-USO-OPERADORA==
                ==:DDVAR:==  BY =="DD_USO-OPERADORA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FATURA-OPERADORA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="fatura_plano_operadora.txt"==
                ==:DESTINO:== BY ==WS-ARQ-FATURA-OPERADORA==
                ==:DDVAR:==  BY =="DD_FATURA-OPERADORA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COPART-REJ.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="copart_rejeitados.txt"==
                ==:DESTINO:== BY ==WS-ARQ-COPART-REJ==
                ==:DDVAR:==  BY =="DD_COPART-REJEITADOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RELAT-CONCIL.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="conciliacao_plano.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RELAT-CONCIL==
                ==:DDVAR:==  BY =="DD_RELAT-CONCILIACAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESCISOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rescisoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RESCISOES==
                ==:DDVAR:==  BY =="DD_RESCISOES"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-PLANO
               WHEN 2
                   PERFORM INCLUIR-ADESAO
               WHEN 3
                   PERFORM CANCELAR-ADESAO
               WHEN 4
                   PERFORM LISTAR-ADESOES
               WHEN 5
                   PERFORM IMPORTAR-COPARTICIPACAO
               WHEN 6
                   PERFORM CONCILIAR-FATURA
               WHEN 7
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       INCLUIR-PLANO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-OPERADORA
                          WS-ENT-DESCRICAO.
           MOVE ZEROS  TO WS-ENT-VALOR-TITULAR WS-ENT-VALOR-DEPEND
                          WS-ENT-PERC-FUNC.

           DISPLAY SC-PLANO.
           ACCEPT SC-ENT-CODIGO.
           ACCEPT SC-ENT-OPERADORA.
           ACCEPT SC-ENT-DESCRICAO.
           ACCEPT SC-ENT-VALOR-TITULAR.
           ACCEPT SC-ENT-VALOR-DEPEND.
           ACCEPT SC-ENT-PERC-FUNC.

           MOVE WS-ENT-CODIGO TO WS-ENT-PLANO.
           PERFORM CARREGAR-TABELA-PLANOS.
           PERFORM LOCALIZAR-PLANO.

           IF WS-ENT-CODIGO = SPACES
           OR WS-ENT-OPERADORA = SPACES
           OR WS-ENT-VALOR-TITULAR = ZEROS
           OR NOT FLAG-ENT-PERC-VALIDO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               IF WS-POS-PLANO > ZEROS
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Codigo de plano ja cadastrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM GRAVAR-PLANO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Plano incluido com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PLANO.
           PERFORM OBTER-CAMINHO-PLANO-SAUDE.

           MOVE SPACES TO WS-STATUS-PLANO-SAUDE.

           OPEN EXTEND PLANO-SAUDE.

           IF NOT FLAG-PLANO-SAUDE-SUCESSO
               IF FLAG-PLANO-SAUDE-NAO-CRIADO
                   OPEN OUTPUT PLANO-SAUDE
               END-IF
           END-IF.

           MOVE SPACES TO REG-PLANO-SAUDE.

           MOVE WS-ENT-CODIGO        TO PS-CODIGO.
           MOVE WS-ENT-OPERADORA     TO PS-OPERADORA.
           MOVE WS-ENT-DESCRICAO     TO PS-DESCRICAO.
           MOVE WS-ENT-VALOR-TITULAR TO PS-VALOR-TITULAR.
           MOVE WS-ENT-VALOR-DEPEND  TO PS-VALOR-DEPENDENTE.
           MOVE WS-ENT-PERC-FUNC     TO PS-PERC-FUNCIONARIO.

           WRITE REG-PLANO-SAUDE.

           CLOSE PLANO-SAUDE.

           STRING "PLANO=" DELIMITED BY SIZE
                  WS-ENT-CODIGO DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  WS-ENT-OPERADORA DELIMITED BY SPACE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PLANO DE SAUDE INCLUIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-PLANOS.
           MOVE ZEROS  TO WS-TOTAL-PLANOS.
           MOVE SPACES TO WS-STATUS-PLANO-SAUDE.

           PERFORM OBTER-CAMINHO-PLANO-SAUDE.

           OPEN INPUT PLANO-SAUDE.

           IF FLAG-PLANO-SAUDE-SUCESSO
               PERFORM CARREGAR-LINHA-PLANO WITH TEST BEFORE
               UNTIL FLAG-PLANO-SAUDE-EOF
               OR WS-TOTAL-PLANOS >= CONST-LIMITE-PLANOS
               CLOSE PLANO-SAUDE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PLANO.

           READ PLANO-SAUDE.

           IF NOT FLAG-PLANO-SAUDE-EOF
               ADD 1 TO WS-TOTAL-PLANOS
               MOVE PS-CODIGO     TO TB-PS-CODIGO(WS-TOTAL-PLANOS)
               MOVE PS-VALOR-TITULAR
                   TO TB-PS-VALOR-TIT(WS-TOTAL-PLANOS)
               MOVE PS-VALOR-DEPENDENTE
                   TO TB-PS-VALOR-DEP(WS-TOTAL-PLANOS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-PLANO.
           MOVE ZEROS TO WS-POS-PLANO.

           PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
           UNTIL WS-IDX-PLANO > WS-TOTAL-PLANOS
               IF TB-PS-CODIGO(WS-IDX-PLANO) = WS-ENT-PLANO
                   MOVE WS-IDX-PLANO TO WS-POS-PLANO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    ADESAO: O TITULAR PRECISA ESTAR ATIVO NO MESTRE, O PLANO NO
      *    CATALOGO E O DEPENDENTE EM dependentes.dat; A CARTEIRINHA
      *    NAO PODE ESTAR EM OUTRA ADESAO ATIVA.
      *--------------------------------------------------------------*
       INCLUIR-ADESAO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO WS-ENT-TIPO WS-ENT-CPF
                          WS-ENT-PLANO WS-ENT-CARTEIRINHA.
           MOVE ZEROS  TO WS-ENT-DATA.

           DISPLAY SC-ADESAO.
           ACCEPT SC-ENT-PRONTUARIO.
           ACCEPT SC-ENT-TIPO.
           ACCEPT SC-ENT-CPF.
           ACCEPT SC-ENT-PLANO.
           ACCEPT SC-ENT-CARTEIRINHA.
           ACCEPT SC-ENT-DATA.

           IF WS-ENT-PRONTUARIO = SPACES
           OR NOT FLAG-ENT-TIPO-VALIDO
           OR WS-ENT-PLANO = SPACES
           OR WS-ENT-CARTEIRINHA = SPACES
           OR WS-ENT-DATA = ZEROS
           OR (FLAG-ENT-DEPENDENTE AND WS-ENT-CPF = SPACES)
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - adesao cancelada"
               FOREGROUND-COLOR 6 AT 2028
               GO TO INCLUIR-ADESAO-FIM
           END-IF.

           PERFORM CONFERIR-PRONTUARIO.

           IF NOT FLAG-FUNC-MASTER-SUCESSO OR NOT FLAG-FUNC-ATIVO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Prontuario sem cadastro ativo no mestre"
               FOREGROUND-COLOR 6 AT 2028
               GO TO INCLUIR-ADESAO-FIM
           END-IF.

           MOVE FM-NOME TO WS-NOME-VIDA.

           PERFORM CARREGAR-TABELA-PLANOS.
           PERFORM LOCALIZAR-PLANO.

           IF WS-POS-PLANO = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Plano nao cadastrado no catalogo"
               FOREGROUND-COLOR 6 AT 2028
               GO TO INCLUIR-ADESAO-FIM
           END-IF.

           IF FLAG-ENT-DEPENDENTE
               PERFORM CONFERIR-DEPENDENTE

               IF NOT FLAG-ACHOU
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Dependente nao cadastrado para o titular"
                   FOREGROUND-COLOR 6 AT 2028
                   GO TO INCLUIR-ADESAO-FIM
               END-IF
           END-IF.

           PERFORM CARREGAR-TABELA-ADESOES.
           PERFORM LOCALIZAR-ADESAO-ATIVA.

           IF FLAG-ADESAO-ENCONTRADA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Carteirinha ja em uso em adesao ativa"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GRAVAR-ADESAO

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Adesao incluida com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
       INCLUIR-ADESAO-FIM.
           EXIT.
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
       CONFERIR-DEPENDENTE.
           MOVE ZEROS  TO WS-ACHOU.
           MOVE SPACES TO WS-STATUS-DEPENDENTES.

           PERFORM OBTER-CAMINHO-DEPENDENTES.

           OPEN INPUT DEPENDENTES.

           IF FLAG-DEPENDENTES-SUCESSO
               PERFORM CONFERIR-LINHA-DEPENDENTE WITH TEST BEFORE
               UNTIL FLAG-DEPENDENTES-EOF
               CLOSE DEPENDENTES
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-DEPENDENTE.

           READ DEPENDENTES.

           IF NOT FLAG-DEPENDENTES-EOF
               IF DP-PRONTUARIO = WS-ENT-PRONTUARIO
               AND DP-CPF = WS-ENT-CPF
                   MOVE 1       TO WS-ACHOU
                   MOVE DP-NOME TO WS-NOME-VIDA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-ADESAO.
           PERFORM OBTER-CAMINHO-ADESAO-PLANO.

           MOVE SPACES TO WS-STATUS-ADESAO-PLANO.

           OPEN EXTEND ADESAO-PLANO.

           IF NOT FLAG-ADESAO-PLANO-SUCESSO
               IF FLAG-ADESAO-PLANO-NAO-CRIADO
                   OPEN OUTPUT ADESAO-PLANO
               END-IF
           END-IF.

           MOVE SPACES TO REG-ADESAO-PLANO.

           MOVE WS-ENT-PRONTUARIO  TO AP-PRONTUARIO.
           MOVE WS-ENT-TIPO        TO AP-TIPO.

           IF FLAG-ENT-DEPENDENTE
               MOVE WS-ENT-CPF     TO AP-CPF-DEPENDENTE
           END-IF.

           MOVE WS-NOME-VIDA       TO AP-NOME.
           MOVE WS-ENT-PLANO       TO AP-PLANO.
           MOVE WS-ENT-CARTEIRINHA TO AP-CARTEIRINHA.
           MOVE WS-ENT-DATA        TO AP-DATA-INICIO.
           MOVE ZEROS              TO AP-DATA-FIM.

           WRITE REG-ADESAO-PLANO.

           CLOSE ADESAO-PLANO.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-ENT-PRONTUARIO DELIMITED BY SIZE
                  " VIDA=" DELIMITED BY SIZE
                  WS-ENT-TIPO DELIMITED BY SIZE
                  " CART=" DELIMITED BY SIZE
                  WS-ENT-CARTEIRINHA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ADESAO AO PLANO INCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    O CANCELAMENTO SO PREENCHE A DATA FIM: A ADESAO FICA NO
      *    ARQUIVO PARA A CONCILIACAO DAS FATURAS ANTERIORES.
      *--------------------------------------------------------------*
       CANCELAR-ADESAO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CARTEIRINHA.
           MOVE ZEROS  TO WS-ENT-DATA.

           DISPLAY "Carteirinha: " AT 0728.
           ACCEPT WS-ENT-CARTEIRINHA AT 0762.
           DISPLAY "Fim da cobertura (AAAAMMDD): " AT 0828.
           ACCEPT WS-ENT-DATA AT 0862.

           PERFORM CARREGAR-TABELA-ADESOES.
           PERFORM LOCALIZAR-ADESAO-ATIVA.

           IF FLAG-ADESAO-ENCONTRADA
           AND WS-ENT-DATA > ZEROS
               MOVE TB-AP-REGISTRO(WS-POS-ENCONTRADA)
                   TO REG-ADESAO-PLANO
               MOVE WS-ENT-DATA TO AP-DATA-FIM
               MOVE REG-ADESAO-PLANO
                   TO TB-AP-REGISTRO(WS-POS-ENCONTRADA)
               PERFORM SALVAR-TABELA-ADESOES

               STRING "CART=" DELIMITED BY SIZE
                      WS-ENT-CARTEIRINHA DELIMITED BY SIZE
                      " FIM=" DELIMITED BY SIZE
                      WS-ENT-DATA DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "ADESAO AO PLANO CANCELADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Adesao cancelada com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           ELSE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Adesao ativa nao encontrada ou data invalida"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-ADESOES.
           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-STATUS-ADESAO-PLANO.

           PERFORM OBTER-CAMINHO-ADESAO-PLANO.

           OPEN INPUT ADESAO-PLANO.

           IF FLAG-ADESAO-PLANO-SUCESSO
               PERFORM CARREGAR-LINHA-ADESAO WITH TEST BEFORE
               UNTIL FLAG-ADESAO-PLANO-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE ADESAO-PLANO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ADESAO.

           READ ADESAO-PLANO.

           IF NOT FLAG-ADESAO-PLANO-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-ADESAO-PLANO TO TB-AP-REGISTRO(WS-TOTAL-ITENS)
               MOVE "N"              TO TB-AP-NA-FATURA(WS-TOTAL-ITENS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ADESAO-ATIVA.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE TB-AP-REGISTRO(WS-CONT) TO REG-ADESAO-PLANO

               IF AP-CARTEIRINHA = WS-ENT-CARTEIRINHA
               AND AP-DATA-FIM = ZEROS
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-ADESOES.
           OPEN OUTPUT ADESAO-PLANO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE TB-AP-REGISTRO(WS-CONT) TO REG-ADESAO-PLANO
               WRITE REG-ADESAO-PLANO
           END-PERFORM.

           CLOSE ADESAO-PLANO.
      *--------------------------------------------------------------*
       LISTAR-ADESOES.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO.

           DISPLAY "Prontuario: " AT 0528.
           ACCEPT WS-ENT-PRONTUARIO AT 0541.

           MOVE 7 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-ADESAO-PLANO.

           PERFORM OBTER-CAMINHO-ADESAO-PLANO.

           OPEN INPUT ADESAO-PLANO.

           IF NOT FLAG-ADESAO-PLANO-SUCESSO
               DISPLAY "NENHUMA ADESAO CADASTRADA AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-ADESAO WITH TEST BEFORE
               UNTIL FLAG-ADESAO-PLANO-EOF
               CLOSE ADESAO-PLANO
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-ADESAO.

           READ ADESAO-PLANO.

           IF NOT FLAG-ADESAO-PLANO-EOF
               IF AP-PRONTUARIO = WS-ENT-PRONTUARIO
                   DISPLAY AP-TIPO
                       AT LINE WS-COUNT-LINE COLUMN 5
                   DISPLAY AP-NOME
                       AT LINE WS-COUNT-LINE COLUMN 7
                   DISPLAY AP-PLANO
                       AT LINE WS-COUNT-LINE COLUMN 38
                   DISPLAY AP-CARTEIRINHA
                       AT LINE WS-COUNT-LINE COLUMN 43
                   DISPLAY AP-DATA-INICIO
                       AT LINE WS-COUNT-LINE COLUMN 56
                   DISPLAY AP-DATA-FIM
                       AT LINE WS-COUNT-LINE COLUMN 65
                   ADD 1 TO WS-COUNT-LINE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    IMPORTACAO DA COPARTICIPACAO: CADA LINHA DO ARQUIVO DE USO
      *    E LIGADA AO PRONTUARIO PELA CARTEIRINHA E GRAVADA NA
      *    COMPETENCIA INFORMADA; CARTEIRINHA DESCONHECIDA VAI PARA
      *    copart_rejeitados.txt. UMA COMPETENCIA JA IMPORTADA NAO E
      *    IMPORTADA DE NOVO (O DESCONTO SAIRIA EM DOBRO).
      *--------------------------------------------------------------*
       IMPORTAR-COPARTICIPACAO.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida" AT 2028
               FOREGROUND-COLOR 6
               GO TO IMPORTAR-COPARTICIPACAO-FIM
           END-IF.

           PERFORM VERIFICAR-COPART-IMPORTADA.

           IF FLAG-ACHOU
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Coparticipacao da competencia ja importada"
               FOREGROUND-COLOR 6 AT 2028
               GO TO IMPORTAR-COPARTICIPACAO-FIM
           END-IF.

           MOVE ZEROS  TO WS-QTD-IMPORTADOS WS-QTD-REJEITADOS.
           MOVE SPACES TO WS-STATUS-USO-OPERADORA WS-STATUS-COPART.

           PERFORM OBTER-CAMINHO-USO-OPERADORA.

           OPEN INPUT USO-OPERADORA.

           IF NOT FLAG-USO-OPERADORA-SUCESSO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "ARQUIVO DE USO DA OPERADORA NAO ENCONTRADO"
               FOREGROUND-COLOR 6 AT 2028
               GO TO IMPORTAR-COPARTICIPACAO-FIM
           END-IF.

           PERFORM CARREGAR-TABELA-ADESOES.

           PERFORM OBTER-CAMINHO-COPART.
           PERFORM OBTER-CAMINHO-COPART-REJ.

           OPEN EXTEND COPART.

           IF NOT FLAG-COPART-SUCESSO
               IF FLAG-COPART-NAO-CRIADO
                   OPEN OUTPUT COPART
               END-IF
           END-IF.

           OPEN OUTPUT COPART-REJEITADOS.

           PERFORM IMPORTAR-LINHA-USO WITH TEST BEFORE
           UNTIL FLAG-USO-OPERADORA-EOF.

           CLOSE COPART-REJEITADOS.
           CLOSE COPART.
           CLOSE USO-OPERADORA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Linhas importadas: " FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-QTD-IMPORTADOS FOREGROUND-COLOR 2 AT 2048.
           DISPLAY "Rejeitadas: " FOREGROUND-COLOR 6 AT 2055.
           DISPLAY WS-QTD-REJEITADOS FOREGROUND-COLOR 6 AT 2067.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " IMP=" DELIMITED BY SIZE
                  WS-QTD-IMPORTADOS DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-QTD-REJEITADOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "COPARTICIPACAO IMPORTADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
       IMPORTAR-COPARTICIPACAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
       VERIFICAR-COPART-IMPORTADA.
           MOVE ZEROS  TO WS-ACHOU.
           MOVE SPACES TO WS-STATUS-COPART.

           PERFORM OBTER-CAMINHO-COPART.

           OPEN INPUT COPART.

           IF FLAG-COPART-SUCESSO
               PERFORM CONFERIR-LINHA-COPART WITH TEST BEFORE
               UNTIL FLAG-COPART-EOF
               CLOSE COPART
           END-IF.

           MOVE SPACES TO WS-STATUS-COPART.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-COPART.

           READ COPART.

           IF NOT FLAG-COPART-EOF
               IF CO-COMP-ANO = WS-COMP-ANO
               AND CO-COMP-MES = WS-COMP-MES
                   MOVE 1 TO WS-ACHOU
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       IMPORTAR-LINHA-USO.

           READ USO-OPERADORA.

           IF NOT FLAG-USO-OPERADORA-EOF
               MOVE UO-CARTEIRINHA TO WS-ENT-CARTEIRINHA
               PERFORM LOCALIZAR-ADESAO-CARTEIRINHA

               IF FLAG-ADESAO-ENCONTRADA
                   MOVE TB-AP-REGISTRO(WS-POS-ENCONTRADA)
                       TO REG-ADESAO-PLANO

                   MOVE SPACES TO REG-COPART
                   MOVE AP-PRONTUARIO   TO CO-PRONTUARIO
                   MOVE WS-COMP-ANO     TO CO-COMP-ANO
                   MOVE WS-COMP-MES     TO CO-COMP-MES
                   MOVE UO-CARTEIRINHA  TO CO-CARTEIRINHA
                   MOVE UO-DATA-USO     TO CO-DATA-USO
                   MOVE UO-PROCEDIMENTO TO CO-PROCEDIMENTO
                   MOVE UO-VALOR-COPART TO CO-VALOR
                   WRITE REG-COPART

                   ADD 1 TO WS-QTD-IMPORTADOS
               ELSE
                   MOVE SPACES TO REG-COPART-REJ
                   MOVE UO-CARTEIRINHA  TO CR-CARTEIRINHA
                   MOVE UO-DATA-USO     TO CR-DATA-USO
                   MOVE UO-VALOR-COPART TO CR-VALOR
                   MOVE "CARTEIRINHA SEM ADESAO"
                       TO CR-MOTIVO
                   WRITE REG-COPART-REJ

                   ADD 1 TO WS-QTD-REJEITADOS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A ULTIMA ADESAO DA CARTEIRINHA NO ARQUIVO E A QUE VALE
      *    (UMA CARTEIRINHA CANCELADA PODE TER SIDO REATIVADA).
      *--------------------------------------------------------------*
       LOCALIZAR-ADESAO-CARTEIRINHA.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE TB-AP-REGISTRO(WS-CONT) TO REG-ADESAO-PLANO

               IF AP-CARTEIRINHA = WS-ENT-CARTEIRINHA
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    CONCILIACAO DA FATURA: CADA VIDA COBRADA E CONFERIDA CONTRA
      *    A ADESAO (VIGENTE NA COMPETENCIA, COM O VALOR DO CATALOGO)
      *    E CONTRA O DESLIGAMENTO DO TITULAR EM rescisoes.dat; O QUE
      *    NAO E DEVIDO SAI COMO CONTESTADO. NO FIM, AS VIDAS INSCRITAS
      *    QUE A OPERADORA NAO COBROU SAO LISTADAS PARA CONFERENCIA.
      *--------------------------------------------------------------*
       CONCILIAR-FATURA.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida" AT 2028
               FOREGROUND-COLOR 6
               GO TO CONCILIAR-FATURA-FIM
           END-IF.

           COMPUTE WS-COMP-PRIMEIRO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           COMPUTE WS-COMP-ULTIMO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 31.

           MOVE SPACES TO WS-STATUS-FATURA-OPERADORA.

           PERFORM OBTER-CAMINHO-FATURA-OPERADORA.

           OPEN INPUT FATURA-OPERADORA.

           IF NOT FLAG-FATURA-OPERADORA-SUCESSO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "FATURA DA OPERADORA NAO ENCONTRADA"
               FOREGROUND-COLOR 6 AT 2028
               GO TO CONCILIAR-FATURA-FIM
           END-IF.

           MOVE ZEROS TO WS-QTD-LINHAS-FATURA WS-QTD-CONTESTADAS
                         WS-TOTAL-FATURADO WS-TOTAL-CONTESTADO.

           PERFORM CARREGAR-TABELA-ADESOES.
           PERFORM CARREGAR-TABELA-PLANOS.
           PERFORM CARREGAR-TABELA-RESCISOES.

           PERFORM OBTER-CAMINHO-RELAT-CONCIL.

           OPEN OUTPUT RELAT-CONCILIACAO.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO RC-EMP-RAZAO.
           MOVE WS-EMP-CNPJ  TO RC-EMP-CNPJ.
           WRITE REG-RELAT-CONCIL FROM RC-EMPRESA.

           MOVE WS-COMP-MES TO RC-TIT-MES.
           MOVE WS-COMP-ANO TO RC-TIT-ANO.
           WRITE REG-RELAT-CONCIL FROM RC-TITULO.
           WRITE REG-RELAT-CONCIL FROM RC-CABECALHO.

           PERFORM CONCILIAR-LINHA-FATURA WITH TEST BEFORE
           UNTIL FLAG-FATURA-OPERADORA-EOF.

           PERFORM LISTAR-VIDA-FORA-FATURA
           VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS.

           MOVE SPACES TO REG-RELAT-CONCIL.
           WRITE REG-RELAT-CONCIL.

           MOVE "TOTAL FATURADO"            TO RC-TOT-DESCRICAO.
           MOVE WS-TOTAL-FATURADO           TO RC-TOT-VALOR.
           WRITE REG-RELAT-CONCIL FROM RC-TOTAL.

           MOVE "TOTAL A CONTESTAR"         TO RC-TOT-DESCRICAO.
           MOVE WS-TOTAL-CONTESTADO         TO RC-TOT-VALOR.
           WRITE REG-RELAT-CONCIL FROM RC-TOTAL.

           MOVE "TOTAL A PAGAR"             TO RC-TOT-DESCRICAO.
           COMPUTE RC-TOT-VALOR =
               WS-TOTAL-FATURADO - WS-TOTAL-CONTESTADO.
           WRITE REG-RELAT-CONCIL FROM RC-TOTAL.

           CLOSE RELAT-CONCILIACAO.
           CLOSE FATURA-OPERADORA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Conciliacao gerada - linhas contestadas: "
           FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-QTD-CONTESTADAS FOREGROUND-COLOR 2 AT 2070.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  WS-QTD-LINHAS-FATURA DELIMITED BY SIZE
                  " CONTEST=" DELIMITED BY SIZE
                  WS-QTD-CONTESTADAS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "FATURA DO PLANO CONCILIADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS   TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-RELAT-CONCIL TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
       CONCILIAR-FATURA-FIM.
           EXIT.
      *--------------------------------------------------------------*
       CONCILIAR-LINHA-FATURA.

           READ FATURA-OPERADORA.

           IF NOT FLAG-FATURA-OPERADORA-EOF
               ADD 1        TO WS-QTD-LINHAS-FATURA
               ADD FT-VALOR TO WS-TOTAL-FATURADO

               MOVE ZEROS  TO WS-VALOR-ESPERADO WS-VALOR-CONTESTADO
               MOVE SPACES TO RC-DET-PRONTUARIO

               MOVE FT-CARTEIRINHA TO WS-ENT-CARTEIRINHA
               PERFORM LOCALIZAR-ADESAO-CARTEIRINHA

               IF NOT FLAG-ADESAO-ENCONTRADA
                   MOVE "VIDA NAO INSCRITA" TO WS-SITUACAO-LINHA
                   MOVE FT-VALOR TO WS-VALOR-CONTESTADO
               ELSE
                   PERFORM CONFERIR-VIDA-FATURADA
               END-IF

               IF WS-VALOR-CONTESTADO > ZEROS
                   ADD 1 TO WS-QTD-CONTESTADAS
                   ADD WS-VALOR-CONTESTADO TO WS-TOTAL-CONTESTADO
               END-IF

               MOVE FT-CARTEIRINHA    TO RC-DET-CARTEIRINHA
               MOVE FT-VALOR          TO RC-DET-FATURADO
               MOVE WS-VALOR-ESPERADO TO RC-DET-ESPERADO
               MOVE WS-SITUACAO-LINHA TO RC-DET-SITUACAO
               WRITE REG-RELAT-CONCIL FROM RC-DETALHE
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-VIDA-FATURADA.

           MOVE TB-AP-REGISTRO(WS-POS-ENCONTRADA) TO REG-ADESAO-PLANO.
           MOVE "S" TO TB-AP-NA-FATURA(WS-POS-ENCONTRADA).
           MOVE AP-PRONTUARIO TO RC-DET-PRONTUARIO.

           PERFORM BUSCAR-DESLIGAMENTO.

           IF WS-DATA-DESLIGAMENTO > ZEROS
           AND WS-DATA-DESLIGAMENTO < WS-COMP-PRIMEIRO-DIA
               MOVE "TITULAR DESLIGADO" TO WS-SITUACAO-LINHA
               MOVE FT-VALOR TO WS-VALOR-CONTESTADO
           ELSE
               IF AP-DATA-INICIO > WS-COMP-ULTIMO-DIA
               OR (AP-DATA-FIM NOT = ZEROS
                   AND AP-DATA-FIM < WS-COMP-PRIMEIRO-DIA)
                   MOVE "ADESAO FORA DA VIGENCIA"
                       TO WS-SITUACAO-LINHA
                   MOVE FT-VALOR TO WS-VALOR-CONTESTADO
               ELSE
                   PERFORM CALCULAR-VALOR-ESPERADO

                   IF FT-VALOR > WS-VALOR-ESPERADO
                       MOVE "VALOR ACIMA DO CONTRATADO"
                           TO WS-SITUACAO-LINHA
                       COMPUTE WS-VALOR-CONTESTADO =
                           FT-VALOR - WS-VALOR-ESPERADO
                   ELSE
                       MOVE "OK" TO WS-SITUACAO-LINHA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-VALOR-ESPERADO.

           MOVE AP-PLANO TO WS-ENT-PLANO.
           PERFORM LOCALIZAR-PLANO.

           MOVE ZEROS TO WS-VALOR-ESPERADO.

           IF WS-POS-PLANO > ZEROS
               IF FLAG-AP-TITULAR
                   MOVE TB-PS-VALOR-TIT(WS-POS-PLANO)
                       TO WS-VALOR-ESPERADO
               ELSE
                   MOVE TB-PS-VALOR-DEP(WS-POS-PLANO)
                       TO WS-VALOR-ESPERADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    VIDA INSCRITA E VIGENTE QUE NAO VEIO NA FATURA: NAO HA O
      *    QUE CONTESTAR, MAS O RH PRECISA CONFIRMAR A COBERTURA.
      *--------------------------------------------------------------*
       LISTAR-VIDA-FORA-FATURA.

           MOVE TB-AP-REGISTRO(WS-CONT) TO REG-ADESAO-PLANO.

           IF TB-AP-NA-FATURA(WS-CONT) = "N"
           AND AP-DATA-INICIO <= WS-COMP-ULTIMO-DIA
           AND (AP-DATA-FIM = ZEROS
                OR AP-DATA-FIM >= WS-COMP-PRIMEIRO-DIA)
               PERFORM CALCULAR-VALOR-ESPERADO

               MOVE AP-CARTEIRINHA    TO RC-DET-CARTEIRINHA
               MOVE AP-PRONTUARIO     TO RC-DET-PRONTUARIO
               MOVE ZEROS             TO RC-DET-FATURADO
               MOVE WS-VALOR-ESPERADO TO RC-DET-ESPERADO
               MOVE "INSCRITA FORA DA FATURA" TO RC-DET-SITUACAO
               WRITE REG-RELAT-CONCIL FROM RC-DETALHE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-RESCISOES.
           MOVE ZEROS  TO WS-TOTAL-RESCISOES.
           MOVE SPACES TO WS-STATUS-RESCISOES.

           PERFORM OBTER-CAMINHO-RESCISOES.

           OPEN INPUT RESCISOES.

           IF FLAG-RESCISOES-SUCESSO
               PERFORM CARREGAR-LINHA-RESCISAO WITH TEST BEFORE
               UNTIL FLAG-RESCISOES-EOF
               OR WS-TOTAL-RESCISOES >= CONST-LIMITE-RESCISOES
               CLOSE RESCISOES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-RESCISAO.

           READ RESCISOES.

           IF NOT FLAG-RESCISOES-EOF
               ADD 1 TO WS-TOTAL-RESCISOES
               MOVE RS-PRONTUARIO
                   TO TB-RS-PRONTUARIO(WS-TOTAL-RESCISOES)
               MOVE RS-DATA-DEMISSAO
                   TO TB-RS-DATA(WS-TOTAL-RESCISOES)
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-DESLIGAMENTO.
           MOVE ZEROS TO WS-DATA-DESLIGAMENTO.

           PERFORM VARYING WS-IDX-RESCISAO FROM 1 BY 1
           UNTIL WS-IDX-RESCISAO > WS-TOTAL-RESCISOES
               IF TB-RS-PRONTUARIO(WS-IDX-RESCISAO) = AP-PRONTUARIO
                   MOVE TB-RS-DATA(WS-IDX-RESCISAO)
                       TO WS-DATA-DESLIGAMENTO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
