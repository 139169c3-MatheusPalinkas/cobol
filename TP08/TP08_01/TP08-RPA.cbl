       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-RPA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PAGAMENTO A AUTONOMOS: MANTEM O CADASTRO DE PRESTADORES
      *    (autonomos.dat) E EMITE O RECIBO DE PAGAMENTO A AUTONOMO
      *    (RPA) COM AS RETENCOES DO PRESTADOR:
      *      - INSS DO CONTRIBUINTE INDIVIDUAL PELA LINHA "AUTO" DE
      *        faixas.txt (PERCENTUAL, COM O FIM DA FAIXA COMO TETO
      *        DO SALARIO DE CONTRIBUICAO NO MES, DESCONTADO O QUE
      *        JA FOI BASE EM OUTROS RPAS DA COMPETENCIA);
      *      - IRRF PELAS FAIXAS "IRRF" SOBRE O VALOR MENOS O INSS E
      *        A DEDUCAO POR DEPENDENTE;
      *      - ISS PELO PERCENTUAL DO CADASTRO, QUANDO HOUVER.
      *    A COTA PATRONAL SOBRE O SERVICO VEM DA LINHA "PAUT" DE
      *    faixas.txt. O RPA VAI PARA rpas.dat (BASE DA GPS EM
      *    TP08-GUIAS E DA DECLARACAO ANUAL EM TP08-DIRF) E O RECIBO
      *    E IMPRESSO EM rpa_<numero>.txt. CADA RPA REGISTRA A
      *    EMPRESA DO GRUPO TOMADORA DO SERVICO, CUJOS RAZAO SOCIAL E
      *    CNPJ SAEM NO RECIBO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUTONOMO-SELECT.

           COPY RPA-SELECT.

           SELECT FAIXAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAIXAS.

           SELECT RECIBO ASSIGN TO WS-DESTINO-RECIBO.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY AUTONOMO-FD.

       COPY RPA-FD.

       FD FAIXAS
           LABEL RECORD IS STANDARD.
           COPY FAIXAS-REG.

       FD RECIBO
           LABEL RECORD OMITTED
           LINAGE 30
           FOOTING 28
           TOP 2
           BOTTOM 2.
       01 REC-RECIBO PIC X(80).

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
       77 WS-CONFIRMA               PIC X                 VALUE SPACES.
           88 FLAG-CONFIRMA                               VALUE "S".
       01 WS-AUTONOMO-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(8)              VALUE SPACES.
           05 WS-ENT-NOME           PIC X(30)             VALUE SPACES.
           05 WS-ENT-CPF            PIC X(11)             VALUE SPACES.
           05 WS-ENT-NIT            PIC X(11)             VALUE SPACES.
           05 WS-ENT-PERC-ISS       PIC 9(2)V9(2)         VALUE ZEROS.
           05 WS-ENT-DEPENDENTES    PIC 9(2)              VALUE ZEROS.
           05 WS-ENT-BANCO          PIC X(3)              VALUE SPACES.
           05 WS-ENT-AGENCIA        PIC X(5)              VALUE SPACES.
           05 WS-ENT-CONTA          PIC X(10)             VALUE SPACES.
           05 WS-ENT-SITUACAO       PIC X                 VALUE "A".
               88 FLAG-ENT-SITUACAO-VALIDA     VALUE "A" "I".
       01 WS-RPA-ENTRADA.
           05 WS-ENT-DESCRICAO      PIC X(30)             VALUE SPACES.
           05 WS-ENT-VALOR          PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-ENT-EMPRESA        PIC X(02)             VALUE SPACES.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
      *---- TABELA DO CADASTRO ---------------------------------------*
       77 CONST-LIMITE-AUTONOMOS    PIC 9(4)              VALUE 200.
       77 WS-TOTAL-AUTONOMOS        PIC 9(4)              VALUE ZEROS.
       77 WS-POS-AUTONOMO           PIC 9(4)              VALUE ZEROS.
           88 FLAG-AUTONOMO-ENCONTRADO         VALUE 1 THRU 200.
       01 TB-AUTONOMOS.
           02 AUTONOMOS-TAB OCCURS 200 TIMES.
               10 TB-AU-REGISTRO    PIC X(94)             VALUE SPACES.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
      *---- PARAMETROS DE faixas.txt ---------------------------------*
       77 WS-PERC-INSS-AUTONOMO     PIC 9V9(3)            VALUE ZEROS.
       77 WS-TETO-INSS-AUTONOMO     PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-PERC-PATRONAL-RPA      PIC 9V9(3)            VALUE ZEROS.
       77 WS-VIGENCIA-AUTO          PIC 9(8)              VALUE ZEROS.
       77 WS-VIGENCIA-PAUT          PIC 9(8)              VALUE ZEROS.
       77 WS-PORC-IRRF              PIC 9V9(3)            VALUE ZEROS.
       77 WS-DEDUCAO-IRRF           PIC 9(3)V9(2)         VALUE ZEROS.
      *---- CALCULO DO RPA -------------------------------------------*
       77 WS-PROX-NUMERO            PIC 9(6)              VALUE ZEROS.
       77 WS-BASE-JA-USADA          PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-BASE-INSS              PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-VALOR-INSS             PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-BASE-IRRF              PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-VALOR-IRRF             PIC S9(6)V9(2)        VALUE ZEROS.
       77 WS-VALOR-ISS              PIC 9(6)V9(2)         VALUE ZEROS.
       77 WS-VALOR-LIQUIDO          PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-VALOR-PATRONAL         PIC 9(6)V9(2)         VALUE ZEROS.
       77 WS-QTD-LISTADOS           PIC 9(4)              VALUE ZEROS.
      *---- RECIBO ---------------------------------------------------*
       77 WS-DESTINO-RECIBO         PIC X(60)             VALUE SPACES.
       01 RC-TITULO.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(46) VALUE
              "RECIBO DE PAGAMENTO A AUTONOMO - RPA No ".
           05 RC-TIT-NUMERO PIC 9(6).
       01 RC-LINHA-EMPRESA.
           05 FILLER PIC X(9) VALUE "Empresa: ".
           05 RC-EMP-RAZAO PIC X(30).
           05 FILLER PIC X(8) VALUE "  CNPJ: ".
           05 RC-EMP-CNPJ PIC X(14).
       01 RC-LINHA-PRESTADOR.
           05 FILLER PIC X(11) VALUE "Prestador: ".
           05 RC-NOME PIC X(30).
           05 FILLER PIC X(7) VALUE "  CPF: ".
           05 RC-CPF PIC X(11).
           05 FILLER PIC X(7) VALUE "  NIT: ".
           05 RC-NIT PIC X(11).
       01 RC-LINHA-DATAS.
           05 FILLER PIC X(13) VALUE "Competencia: ".
           05 RC-COMP-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 RC-COMP-ANO PIC 9(4).
           05 FILLER PIC X(12) VALUE "  Emissao: ".
           05 RC-EMISSAO PIC 9(8).
       01 RC-LINHA-SERVICO.
           05 FILLER PIC X(9) VALUE "Servico: ".
           05 RC-DESCRICAO PIC X(30).
       01 RC-LINHA-VALOR.
           05 RC-VAL-DESCRICAO PIC X(35) VALUE SPACES.
           05 RC-VALOR PIC $Z.ZZZ.ZZ9,99.
       01 RC-LINHA-DECLARACAO.
           05 FILLER PIC X(50) VALUE
              "Recebi a importancia liquida acima pelo servico".
           05 FILLER PIC X(17) VALUE "descrito.".
       01 RC-LINHA-ASSINATURA.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40) VALUE ALL "_".
       01 RC-LINHA-NOME-ASSINA.
           05 FILLER PIC X(20) VALUE SPACES.
           05 RC-ASSINA-NOME PIC X(30).
       01 RC-RODAPE.
           05 FILLER PIC X(50) VALUE SPACES.
           05 RC-ROD-EMPRESA PIC X(30) VALUE "Palinkas e Tavares".
      *---- FILE ---------------------------------------------------*
           COPY FAIXAS-TABELA.
           COPY FAIXAS-CONST.
           COPY DIR-DADOS.
           COPY AUTONOMO-STATUS.
           COPY RPA-STATUS.
       77 WS-ARQ-FAIXAS             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-FAIXAS          PIC X(02)             VALUE SPACES.
           88 FLAG-FAIXAS-SUCESSO              VALUE "00".
           88 FLAG-FAIXAS-EOF                  VALUE "10".

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
           "TP08 - Pagamento a autonomos".

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
           "TP08 - Pagamento a autonomos".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - gravar autonomo".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - emitir RPA".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - listar RPAs da competencia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-AUTONOMO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Pagamento a autonomos".

           10   LINE 08   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Codigo do autonomo: ".
           10 SC-ENT-CODIGO         LINE + 0  COLUMN  60
           USING WS-ENT-CODIGO.

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Nome: ".
           10 SC-ENT-NOME           LINE + 0  COLUMN  60
           USING WS-ENT-NOME.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "CPF: ".
           10 SC-ENT-CPF            LINE + 0  COLUMN  60
           USING WS-ENT-CPF.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "NIT/PIS: ".
           10 SC-ENT-NIT            LINE + 0  COLUMN  60
           USING WS-ENT-NIT.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Percentual de ISS (0 = nao retem): ".
           10 SC-ENT-PERC-ISS       LINE + 0  COLUMN  60  PIC Z9,99
           USING WS-ENT-PERC-ISS.

           10   LINE 13   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Dependentes para o IRRF: ".
           10 SC-ENT-DEPENDENTES    LINE + 0  COLUMN  60
           USING WS-ENT-DEPENDENTES.

           10   LINE 14   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Banco: ".
           10 SC-ENT-BANCO          LINE + 0  COLUMN  60
           USING WS-ENT-BANCO.

           10   LINE 15   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Agencia: ".
           10 SC-ENT-AGENCIA        LINE + 0  COLUMN  60
           USING WS-ENT-AGENCIA.

           10   LINE 16   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Conta: ".
           10 SC-ENT-CONTA          LINE + 0  COLUMN  60
           USING WS-ENT-CONTA.

           10   LINE 17   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Situacao (A ativo / I inativo): ".
           10 SC-ENT-SITUACAO       LINE + 0  COLUMN  60
           USING WS-ENT-SITUACAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-RPA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Pagamento a autonomos".

           10   LINE 08   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Codigo do autonomo: ".
           10 SC-RPA-CODIGO         LINE + 0  COLUMN  56
           USING WS-ENT-CODIGO.

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (01-12): ".
           10 SC-RPA-MES            LINE + 0  COLUMN  56
           USING WS-COMP-MES.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA): ".
           10 SC-RPA-ANO            LINE + 0  COLUMN  56
           USING WS-COMP-ANO.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Servico prestado: ".
           10 SC-ENT-DESCRICAO      LINE + 0  COLUMN  56
           USING WS-ENT-DESCRICAO.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Valor do servico: ".
           10 SC-ENT-VALOR          LINE + 0  COLUMN  56
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-VALOR.

           10   LINE 13   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz): ".
           10 SC-ENT-EMPRESA        LINE + 0  COLUMN  56
           USING WS-ENT-EMPRESA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-COMPETENCIA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Pagamento a autonomos".

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
                                        BY =="TP08-RPA"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-RPA"==
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
       OBTER-CAMINHO-FAIXAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="faixas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-FAIXAS==
                ==:DDVAR:==  BY =="DD_FAIXAS"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM GRAVAR-AUTONOMO
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 2
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM EMITIR-RPA
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 3
                   PERFORM LISTAR-RPAS
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
      *    CODIGO JA CADASTRADO TEM OS DADOS SUBSTITUIDOS; OS DEMAIS
      *    SAO INCLUIDOS.
      *--------------------------------------------------------------*
       GRAVAR-AUTONOMO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-AUTONOMO-ENTRADA.
           MOVE ZEROS  TO WS-ENT-PERC-ISS WS-ENT-DEPENDENTES.
           MOVE "A"    TO WS-ENT-SITUACAO.

           DISPLAY SC-AUTONOMO.
           ACCEPT SC-ENT-CODIGO.
           ACCEPT SC-ENT-NOME.
           ACCEPT SC-ENT-CPF.
           ACCEPT SC-ENT-NIT.
           ACCEPT SC-ENT-PERC-ISS.
           ACCEPT SC-ENT-DEPENDENTES.
           ACCEPT SC-ENT-BANCO.
           ACCEPT SC-ENT-AGENCIA.
           ACCEPT SC-ENT-CONTA.
           ACCEPT SC-ENT-SITUACAO.

           IF WS-ENT-CODIGO = SPACES
           OR WS-ENT-NOME = SPACES
           OR WS-ENT-CPF = SPACES
           OR WS-ENT-NIT = SPACES
           OR NOT FLAG-ENT-SITUACAO-VALIDA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - gravacao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-TABELA-AUTONOMOS
               PERFORM LOCALIZAR-AUTONOMO

               IF NOT FLAG-AUTONOMO-ENCONTRADO
                   IF WS-TOTAL-AUTONOMOS >= CONST-LIMITE-AUTONOMOS
                       DISPLAY "TABELA DE AUTONOMOS CHEIA"
                       FOREGROUND-COLOR 6 AT 2128
                   ELSE
                       ADD 1 TO WS-TOTAL-AUTONOMOS
                       MOVE WS-TOTAL-AUTONOMOS TO WS-POS-AUTONOMO
                   END-IF
               END-IF

               IF FLAG-AUTONOMO-ENCONTRADO
                   MOVE SPACES             TO REG-AUTONOMO
                   MOVE WS-ENT-CODIGO      TO AU-CODIGO
                   MOVE WS-ENT-NOME        TO AU-NOME
                   MOVE WS-ENT-CPF         TO AU-CPF
                   MOVE WS-ENT-NIT         TO AU-NIT
                   MOVE WS-ENT-PERC-ISS    TO AU-PERC-ISS
                   MOVE WS-ENT-DEPENDENTES TO AU-QTD-DEPENDENTES
                   MOVE WS-ENT-BANCO       TO AU-BANCO
                   MOVE WS-ENT-AGENCIA     TO AU-AGENCIA
                   MOVE WS-ENT-CONTA       TO AU-CONTA
                   MOVE WS-ENT-SITUACAO    TO AU-SITUACAO

                   MOVE REG-AUTONOMO
                       TO TB-AU-REGISTRO(WS-POS-AUTONOMO)

                   PERFORM SALVAR-TABELA-AUTONOMOS

                   STRING "AUTONOMO=" DELIMITED BY SIZE
                          WS-ENT-CODIGO DELIMITED BY SIZE
                          " CPF=" DELIMITED BY SIZE
                          WS-ENT-CPF DELIMITED BY SIZE
                          " SIT=" DELIMITED BY SIZE
                          WS-ENT-SITUACAO DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "AUTONOMO GRAVADO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Autonomo gravado com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       EMITIR-RPA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-DESCRICAO
                          WS-ENT-EMPRESA.
           MOVE ZEROS  TO WS-ENT-VALOR.

           DISPLAY SC-RPA.
           ACCEPT SC-RPA-CODIGO.
           ACCEPT SC-RPA-MES.
           ACCEPT SC-RPA-ANO.
           ACCEPT SC-ENT-DESCRICAO.
           ACCEPT SC-ENT-VALOR.
           ACCEPT SC-ENT-EMPRESA.

           IF WS-ENT-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-ENT-EMPRESA
           END-IF.

           MOVE WS-ENT-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           PERFORM CARREGAR-TABELA-AUTONOMOS.
           PERFORM LOCALIZAR-AUTONOMO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
           OR WS-ENT-DESCRICAO = SPACES
           OR WS-ENT-VALOR = ZEROS
           OR NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - emissao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               IF NOT FLAG-AUTONOMO-ENCONTRADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Autonomo nao cadastrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   MOVE TB-AU-REGISTRO(WS-POS-AUTONOMO)
                       TO REG-AUTONOMO

                   IF NOT FLAG-AUTONOMO-ATIVO
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Autonomo inativo no cadastro"
                       FOREGROUND-COLOR 6 AT 2028
                   ELSE
                       PERFORM PREPARAR-CALCULO-RPA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       PREPARAR-CALCULO-RPA.
           PERFORM CARREGAR-FAIXAS.

           COMPUTE WS-DATA-REF-FAIXA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.

           PERFORM BUSCAR-PARAMETROS-AUTONOMO.

           IF WS-PERC-INSS-AUTONOMO = ZEROS
           OR WS-PERC-PATRONAL-RPA = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Faixas AUTO/PAUT ausentes em faixas.txt"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM SOMAR-RPAS-COMPETENCIA
               PERFORM CALCULAR-RPA
               PERFORM CONFIRMAR-RPA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-FAIXAS.
           MOVE ZEROS  TO WS-TOTAL-FAIXAS.
           MOVE SPACES TO WS-STATUS-FAIXAS.

           PERFORM OBTER-CAMINHO-FAIXAS.

           OPEN INPUT FAIXAS.

           IF FLAG-FAIXAS-SUCESSO
               PERFORM CARREGAR-LINHA-FAIXA WITH TEST BEFORE
               UNTIL FLAG-FAIXAS-EOF
               CLOSE FAIXAS
           END-IF.
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
      *    AS LINHAS "AUTO" E "PAUT" NAO SAO PROGRESSIVAS: VALE A DE
      *    VIGENCIA MAIS RECENTE ATE A COMPETENCIA, COMO A "PATR" DE
      *    TP08-GUIAS.
      *--------------------------------------------------------------*
       BUSCAR-PARAMETROS-AUTONOMO.
           MOVE ZEROS TO WS-PERC-INSS-AUTONOMO WS-TETO-INSS-AUTONOMO
                         WS-PERC-PATRONAL-RPA WS-VIGENCIA-AUTO
                         WS-VIGENCIA-PAUT.

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
           UNTIL WS-IDX-FAIXA > WS-TOTAL-FAIXAS

               IF WS-FX-VIGENCIA(WS-IDX-FAIXA) <= WS-DATA-REF-FAIXA
                   IF WS-FX-TIPO(WS-IDX-FAIXA) = "AUTO"
                   AND WS-FX-VIGENCIA(WS-IDX-FAIXA)
                       >= WS-VIGENCIA-AUTO
                       MOVE WS-FX-VIGENCIA(WS-IDX-FAIXA)
                           TO WS-VIGENCIA-AUTO
                       MOVE WS-FX-PERCENTUAL(WS-IDX-FAIXA)
                           TO WS-PERC-INSS-AUTONOMO
                       MOVE WS-FX-FIM(WS-IDX-FAIXA)
                           TO WS-TETO-INSS-AUTONOMO
                   END-IF

                   IF WS-FX-TIPO(WS-IDX-FAIXA) = "PAUT"
                   AND WS-FX-VIGENCIA(WS-IDX-FAIXA)
                       >= WS-VIGENCIA-PAUT
                       MOVE WS-FX-VIGENCIA(WS-IDX-FAIXA)
                           TO WS-VIGENCIA-PAUT
                       MOVE WS-FX-PERCENTUAL(WS-IDX-FAIXA)
                           TO WS-PERC-PATRONAL-RPA
                   END-IF
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    BASE DE INSS JA USADA PELO PRESTADOR NA COMPETENCIA E O
      *    PROXIMO NUMERO DE RPA.
      *--------------------------------------------------------------*
       SOMAR-RPAS-COMPETENCIA.
           MOVE ZEROS  TO WS-BASE-JA-USADA WS-PROX-NUMERO.
           MOVE SPACES TO WS-STATUS-RPAS.

           PERFORM OBTER-CAMINHO-RPAS.

           OPEN INPUT RPAS.

           IF FLAG-RPAS-SUCESSO
               PERFORM SOMAR-LINHA-RPA WITH TEST BEFORE
               UNTIL FLAG-RPAS-EOF
               CLOSE RPAS
           END-IF.

           ADD 1 TO WS-PROX-NUMERO.
      *--------------------------------------------------------------*
       SOMAR-LINHA-RPA.

           READ RPAS.

           IF NOT FLAG-RPAS-EOF
               IF RP-NUMERO > WS-PROX-NUMERO
                   MOVE RP-NUMERO TO WS-PROX-NUMERO
               END-IF

               IF RP-CODIGO = AU-CODIGO
               AND RP-COMP-MES = WS-COMP-MES
               AND RP-COMP-ANO = WS-COMP-ANO
                   ADD RP-BASE-INSS TO WS-BASE-JA-USADA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-RPA.
           MOVE WS-ENT-VALOR TO WS-BASE-INSS.

           IF WS-BASE-JA-USADA >= WS-TETO-INSS-AUTONOMO
               MOVE ZEROS TO WS-BASE-INSS
           ELSE
               IF WS-BASE-INSS >
                  WS-TETO-INSS-AUTONOMO - WS-BASE-JA-USADA
                   COMPUTE WS-BASE-INSS =
                       WS-TETO-INSS-AUTONOMO - WS-BASE-JA-USADA
               END-IF
           END-IF.

           COMPUTE WS-VALOR-INSS ROUNDED =
               WS-BASE-INSS * WS-PERC-INSS-AUTONOMO.

           COMPUTE WS-BASE-IRRF =
               WS-ENT-VALOR - WS-VALOR-INSS
             - AU-QTD-DEPENDENTES * CONST-DEDUCAO-DEPENDENTE.

           IF WS-BASE-IRRF < ZEROS
               MOVE ZEROS TO WS-BASE-IRRF
           END-IF.

           COPY BUSCAR-FAIXA
               REPLACING ==:TIPO:==       BY =="IRRF"==
                         ==:VALOR:==      BY ==WS-BASE-IRRF==
                         ==:PERCENTUAL:== BY ==WS-PORC-IRRF==
                         ==:DEDUCAO:==    BY ==WS-DEDUCAO-IRRF==.

           COMPUTE WS-VALOR-IRRF ROUNDED =
               WS-BASE-IRRF * WS-PORC-IRRF - WS-DEDUCAO-IRRF.

           IF WS-VALOR-IRRF < ZEROS
               MOVE ZEROS TO WS-VALOR-IRRF
           END-IF.

           COMPUTE WS-VALOR-ISS ROUNDED =
               WS-ENT-VALOR * AU-PERC-ISS / 100.

           COMPUTE WS-VALOR-LIQUIDO =
               WS-ENT-VALOR - WS-VALOR-INSS - WS-VALOR-IRRF
             - WS-VALOR-ISS.

           COMPUTE WS-VALOR-PATRONAL ROUNDED =
               WS-ENT-VALOR * WS-PERC-PATRONAL-RPA.
      *--------------------------------------------------------------*
       CONFIRMAR-RPA.
           DISPLAY "INSS retido:"        AT 1420.
           DISPLAY WS-VALOR-INSS         AT 1456.
           DISPLAY "IRRF retido:"        AT 1520.
           DISPLAY WS-VALOR-IRRF         AT 1556.
           DISPLAY "ISS retido:"         AT 1620.
           DISPLAY WS-VALOR-ISS          AT 1656.
           DISPLAY "Liquido a pagar:"    AT 1720.
           DISPLAY WS-VALOR-LIQUIDO      AT 1756.
           DISPLAY "Confirma a emissao (S/N)? " AT 1820.

           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA AT 1856.

           IF FLAG-CONFIRMA
               PERFORM GRAVAR-RPA
               PERFORM IMPRIMIR-RECIBO

               DISPLAY SC-LIMPA-TELA
               DISPLAY "RPA emitido - recibo em " AT 2028
               FOREGROUND-COLOR 2
               DISPLAY WS-DESTINO-RECIBO AT 2128 FOREGROUND-COLOR 2
           ELSE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Emissao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-RPA.
           PERFORM OBTER-CAMINHO-RPAS.

           MOVE SPACES TO WS-STATUS-RPAS.

           OPEN EXTEND RPAS.

           IF NOT FLAG-RPAS-SUCESSO
               IF FLAG-RPAS-NAO-CRIADO
                   OPEN OUTPUT RPAS
               END-IF
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES            TO REG-RPA.
           MOVE WS-PROX-NUMERO    TO RP-NUMERO.
           MOVE AU-CODIGO         TO RP-CODIGO.
           MOVE AU-NOME           TO RP-NOME.
           MOVE AU-CPF            TO RP-CPF.
           MOVE WS-COMP-MES       TO RP-COMP-MES.
           MOVE "/"               TO REG-RPA(62:1).
           MOVE WS-COMP-ANO       TO RP-COMP-ANO.
           MOVE WS-DATA-HOJE      TO RP-DATA-EMISSAO.
           MOVE WS-ENT-DESCRICAO  TO RP-DESCRICAO.
           MOVE WS-ENT-VALOR      TO RP-VALOR-BRUTO.
           MOVE WS-BASE-INSS      TO RP-BASE-INSS.
           MOVE WS-VALOR-INSS     TO RP-INSS.
           MOVE WS-VALOR-IRRF     TO RP-IRRF.
           MOVE WS-VALOR-ISS      TO RP-ISS.
           MOVE WS-VALOR-LIQUIDO  TO RP-LIQUIDO.
           MOVE WS-VALOR-PATRONAL TO RP-INSS-PATRONAL.
           MOVE WS-LOGIN-ID       TO RP-OPERADOR.
           MOVE WS-ENT-EMPRESA    TO RP-EMPRESA.

           WRITE REG-RPA.

           CLOSE RPAS.

           STRING "RPA=" DELIMITED BY SIZE
                  WS-PROX-NUMERO DELIMITED BY SIZE
                  " AUTONOMO=" DELIMITED BY SIZE
                  AU-CODIGO DELIMITED BY SIZE
                  " COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-ENT-EMPRESA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RPA EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       IMPRIMIR-RECIBO.

           MOVE SPACES TO WS-DESTINO-RECIBO.

           STRING WS-DIR-DADOS    DELIMITED BY SPACE
                  "\rpa_"         DELIMITED BY SIZE
                  WS-PROX-NUMERO  DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-DESTINO-RECIBO.

           MOVE WS-ENT-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO RC-EMP-RAZAO RC-ROD-EMPRESA.
           MOVE WS-EMP-CNPJ  TO RC-EMP-CNPJ.

           OPEN OUTPUT RECIBO.

           MOVE WS-PROX-NUMERO TO RC-TIT-NUMERO.
           WRITE REC-RECIBO FROM RC-TITULO
           BEFORE ADVANCING 2 LINES.

           WRITE REC-RECIBO FROM RC-LINHA-EMPRESA
           BEFORE ADVANCING 1 LINE.

           MOVE AU-NOME TO RC-NOME.
           MOVE AU-CPF  TO RC-CPF.
           MOVE AU-NIT  TO RC-NIT.
           WRITE REC-RECIBO FROM RC-LINHA-PRESTADOR
           BEFORE ADVANCING 1 LINE.

           MOVE WS-COMP-MES  TO RC-COMP-MES.
           MOVE WS-COMP-ANO  TO RC-COMP-ANO.
           MOVE WS-DATA-HOJE TO RC-EMISSAO.
           WRITE REC-RECIBO FROM RC-LINHA-DATAS
           BEFORE ADVANCING 1 LINE.

           MOVE WS-ENT-DESCRICAO TO RC-DESCRICAO.
           WRITE REC-RECIBO FROM RC-LINHA-SERVICO
           BEFORE ADVANCING 2 LINES.

           MOVE "VALOR DO SERVICO"          TO RC-VAL-DESCRICAO.
           MOVE WS-ENT-VALOR                TO RC-VALOR.
           WRITE REC-RECIBO FROM RC-LINHA-VALOR
           BEFORE ADVANCING 1 LINE.

           MOVE "(-) INSS CONTRIBUINTE INDIVIDUAL" TO RC-VAL-DESCRICAO.
           MOVE WS-VALOR-INSS               TO RC-VALOR.
           WRITE REC-RECIBO FROM RC-LINHA-VALOR
           BEFORE ADVANCING 1 LINE.

           MOVE "(-) IRRF"                  TO RC-VAL-DESCRICAO.
           MOVE WS-VALOR-IRRF               TO RC-VALOR.
           WRITE REC-RECIBO FROM RC-LINHA-VALOR
           BEFORE ADVANCING 1 LINE.

           MOVE "(-) ISS"                   TO RC-VAL-DESCRICAO.
           MOVE WS-VALOR-ISS                TO RC-VALOR.
           WRITE REC-RECIBO FROM RC-LINHA-VALOR
           BEFORE ADVANCING 1 LINE.

           MOVE "VALOR LIQUIDO"             TO RC-VAL-DESCRICAO.
           MOVE WS-VALOR-LIQUIDO            TO RC-VALOR.
           WRITE REC-RECIBO FROM RC-LINHA-VALOR
           BEFORE ADVANCING 3 LINES.

           WRITE REC-RECIBO FROM RC-LINHA-DECLARACAO
           BEFORE ADVANCING 4 LINES.

           WRITE REC-RECIBO FROM RC-LINHA-ASSINATURA
           BEFORE ADVANCING 1 LINE.

           MOVE AU-NOME TO RC-ASSINA-NOME.
           WRITE REC-RECIBO FROM RC-LINHA-NOME-ASSINA
           BEFORE ADVANCING 2 LINES.

           WRITE REC-RECIBO FROM RC-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE RECIBO.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "RPA=" DELIMITED BY SIZE
                  WS-PROX-NUMERO DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RECIBO TO WS-SPL-ARQUIVO.
           MOVE 30 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       LISTAR-RPAS.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "RPA    AUTONOMO NOME" AT 0510.
           DISPLAY "BRUTO       LIQUIDO" AT 0552.

           MOVE 7 TO WS-COUNT-LINE.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE SPACES TO WS-STATUS-RPAS.

           PERFORM OBTER-CAMINHO-RPAS.

           OPEN INPUT RPAS.

           IF FLAG-RPAS-SUCESSO
               PERFORM LISTAR-LINHA-RPA WITH TEST BEFORE
               UNTIL FLAG-RPAS-EOF
               CLOSE RPAS
           END-IF.

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUM RPA NA COMPETENCIA"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-RPA.

           READ RPAS.

           IF NOT FLAG-RPAS-EOF
           AND RP-COMP-MES = WS-COMP-MES
           AND RP-COMP-ANO = WS-COMP-ANO
               ADD 1 TO WS-QTD-LISTADOS

               IF WS-COUNT-LINE < 21
                   DISPLAY RP-NUMERO
                       AT LINE WS-COUNT-LINE COLUMN 10
                   DISPLAY RP-CODIGO
                       AT LINE WS-COUNT-LINE COLUMN 17
                   DISPLAY RP-NOME(1:15)
                       AT LINE WS-COUNT-LINE COLUMN 26
                   DISPLAY RP-VALOR-BRUTO
                       AT LINE WS-COUNT-LINE COLUMN 42
                   DISPLAY RP-LIQUIDO
                       AT LINE WS-COUNT-LINE COLUMN 52
                   ADD 1 TO WS-COUNT-LINE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-AUTONOMOS.
           MOVE ZEROS  TO WS-TOTAL-AUTONOMOS.
           MOVE SPACES TO WS-STATUS-AUTONOMOS.

           PERFORM OBTER-CAMINHO-AUTONOMOS.

           OPEN INPUT AUTONOMOS.

           IF FLAG-AUTONOMOS-SUCESSO
               PERFORM CARREGAR-LINHA-AUTONOMO WITH TEST BEFORE
               UNTIL FLAG-AUTONOMOS-EOF
               OR WS-TOTAL-AUTONOMOS >= CONST-LIMITE-AUTONOMOS
               CLOSE AUTONOMOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-AUTONOMO.

           READ AUTONOMOS.

           IF NOT FLAG-AUTONOMOS-EOF
               ADD 1 TO WS-TOTAL-AUTONOMOS
               MOVE REG-AUTONOMO TO TB-AU-REGISTRO(WS-TOTAL-AUTONOMOS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-AUTONOMO.
           MOVE ZEROS TO WS-POS-AUTONOMO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-AUTONOMOS

               MOVE TB-AU-REGISTRO(WS-CONT) TO REG-AUTONOMO

               IF AU-CODIGO = WS-ENT-CODIGO
                   MOVE WS-CONT TO WS-POS-AUTONOMO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-AUTONOMOS.
           OPEN OUTPUT AUTONOMOS.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-AUTONOMOS
               MOVE TB-AU-REGISTRO(WS-CONT) TO REG-AUTONOMO
               WRITE REG-AUTONOMO
           END-PERFORM.

           CLOSE AUTONOMOS.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
