       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP06_13.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PROPOSTA DE PRECO POR MARKUP: MANTEM A POLITICA DE CADA
      *    SETOR (MARGEM ALVO, MARGEM MINIMA E ARREDONDAMENTO, EM
      *    politica_preco.dat) E, NA RODADA DE PRECIFICACAO, CALCULA
      *    PRODUTO A PRODUTO O PRECO QUE DEVOLVE A MARGEM ALVO SOBRE
      *    O CUSTO MEDIO. SO OS PRODUTOS ABAIXO DA MARGEM MINIMA SAO
      *    MOSTRADOS; AS PROPOSTAS ACEITAS VIRAM UM UNICO REAJUSTE,
      *    CONFIRMADO PELO MESMO CAMINHO DE TP06_02: APROVACAO DE
      *    SEGUNDO OPERADOR, BACKUP, DIARIO DE COMMIT E LINHAS EM
      *    reajustes_historico.txt.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SETOR-SELECT.

           COPY PRODUTO-SELECT.

           COPY POLITICA-PRECO-SELECT.

           SELECT PRODUTOS-REAJUSTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-WRITE.

           SELECT PRODUTOS-BACKUP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-BACKUP.

           COPY AUDITORIA-SELECT.

           COPY REAJUSTE-HIST-SELECT.

           COPY OPERADOR-SELECT.

           COPY PRODLOCK-SELECT.

           COPY JOURNAL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY SETOR-FD.

       COPY PRODUTO-FD.

       COPY POLITICA-PRECO-FD.

       FD PRODUTOS-REAJUSTE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-REAJUSTE.

       01 REG-PRODUTO-REAJUSTE.
           05 FD-PROD-REA-CODIGO      PIC X(5)            VALUE SPACES.
           05 FD-PROD-REA-DESCRICAO   PIC X(40)           VALUE SPACES.
           05 FD-PROD-REA-VALOR       PIC 9(5)V9(2)       VALUE ZEROS.
           05 FD-PROD-REA-SETOR       PIC X(02)           VALUE SPACES.
           05 FD-PROD-REA-ESTOQUE     PIC X               VALUE SPACES.
           05 FD-PROD-REA-ANO-ESTOQUE PIC X(4)            VALUE SPACES.
           05 FD-PROD-REA-MES-ESTOQUE PIC X(2)            VALUE SPACES.
           05 FD-PROD-REA-QTD-ESTOQUE PIC 9(5)            VALUE ZEROS.
           05 FD-PROD-REA-UNIDADE     PIC X(03)           VALUE SPACES.
           05 FD-PROD-REA-PONTO-REPOSICAO PIC 9(5)        VALUE ZEROS.
           05 FD-PROD-REA-CUSTO-MEDIO PIC 9(5)V9(2)       VALUE ZEROS.
           05 FD-PROD-REA-CLASSE-ABC  PIC X               VALUE SPACES.
           05 FD-PROD-REA-NCM         PIC X(08)           VALUE SPACES.
           05 FD-PROD-REA-ORIGEM      PIC X               VALUE SPACES.
           05 FD-PROD-REA-GRUPO-FISCAL PIC X(02)          VALUE SPACES.
           05 FD-PROD-REA-SITUACAO    PIC X               VALUE SPACES.
           05 FD-PROD-REA-DATA-SITUACAO PIC 9(08)         VALUE ZEROS.
           05 FD-PROD-REA-MOTIVO-SITUACAO PIC X(20)       VALUE SPACES.

       FD PRODUTOS-BACKUP
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-BACKUP.

       01 REG-PRODUTO-BACKUP.
           05 FD-PROD-BKP-CODIGO      PIC X(5)            VALUE SPACES.
           05 FD-PROD-BKP-DESCRICAO   PIC X(40)           VALUE SPACES.
           05 FD-PROD-BKP-VALOR       PIC 9(5)V9(2)       VALUE ZEROS.
           05 FD-PROD-BKP-SETOR       PIC X(02)           VALUE SPACES.
           05 FD-PROD-BKP-ESTOQUE     PIC X               VALUE SPACES.
           05 FD-PROD-BKP-ANO-ESTOQUE PIC X(4)            VALUE SPACES.
           05 FD-PROD-BKP-MES-ESTOQUE PIC X(2)            VALUE SPACES.
           05 FD-PROD-BKP-QTD-ESTOQUE PIC 9(5)            VALUE ZEROS.
           05 FD-PROD-BKP-UNIDADE     PIC X(03)           VALUE SPACES.
           05 FD-PROD-BKP-PONTO-REPOSICAO PIC 9(5)        VALUE ZEROS.
           05 FD-PROD-BKP-CUSTO-MEDIO PIC 9(5)V9(2)       VALUE ZEROS.
           05 FD-PROD-BKP-CLASSE-ABC  PIC X               VALUE SPACES.
           05 FD-PROD-BKP-NCM         PIC X(08)           VALUE SPACES.
           05 FD-PROD-BKP-ORIGEM      PIC X               VALUE SPACES.
           05 FD-PROD-BKP-GRUPO-FISCAL PIC X(02)          VALUE SPACES.
           05 FD-PROD-BKP-SITUACAO    PIC X               VALUE SPACES.
           05 FD-PROD-BKP-DATA-SITUACAO PIC 9(08)         VALUE ZEROS.
           05 FD-PROD-BKP-MOTIVO-SITUACAO PIC X(20)       VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY REAJUSTE-HIST-FD.

       COPY OPERADOR-FD.

       COPY PRODLOCK-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-DATA-EXECUCAO          PIC 9(8)              VALUE ZEROS.
       77 WS-ARQ-REAJUSTE           PIC X(60)             VALUE SPACES.
       77 WS-ARQ-BACKUP             PIC X(60)             VALUE SPACES.
       77 WS-CONFIRMA-COMMIT        PIC X(01)             VALUE SPACES.
           88 FLAG-CONFIRMA-SIM     VALUE "S" "s".
       77 WS-VALOR-ANTIGO-MESTRE    PIC 9(5)V9(2)         VALUE ZEROS.
      *---- POLITICA DIGITADA ----------------------------------------*
       01 WS-POLITICA-ENTRADA.
           05 WS-ENT-SETOR          PIC 9(02)             VALUE ZEROS.
               88 FLAG-SETOR-VALIDA VALUE 1               THRU 99.
           05 WS-ENT-ALVO           PIC 9(3)V9(2)         VALUE ZEROS.
           05 WS-ENT-MINIMA         PIC 9(3)V9(2)         VALUE ZEROS.
           05 WS-ENT-ARREDONDAMENTO PIC X(02)             VALUE SPACES.
               88 FLAG-ENT-ARRED-VALIDO VALUE SPACES "90" "99" "00".
       77 WS-SETOR-CADASTRADO       PIC 9                 VALUE ZEROS.
           88 FLAG-SETOR-CADASTRADO                       VALUE 1.
      *---- TABELA DAS POLITICAS (SUBSCRITO = CODIGO DO SETOR) -------*
       77 WS-IDX-SETOR              PIC 9(03)             VALUE ZEROS.
       01 TB-POLITICAS.
           02 POLITICA-ITEM OCCURS 99 TIMES.
               10 TB-PP-SITUACAO    PIC 9                 VALUE ZEROS.
                   88 FLAG-PP-CADASTRADA                  VALUE 1.
               10 TB-PP-ALVO        PIC 9(3)V9(2)         VALUE ZEROS.
               10 TB-PP-MINIMA      PIC 9(3)V9(2)         VALUE ZEROS.
               10 TB-PP-ARREDONDAMENTO PIC X(02)          VALUE SPACES.
      *---- RODADA DE PRECIFICACAO -----------------------------------*
       77 WS-SETOR-RODADA           PIC 9(02)             VALUE ZEROS.
       77 WS-SETOR-PRODUTO          PIC 9(02)             VALUE ZEROS.
       77 WS-MARGEM-ATUAL           PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-MARGEM-PROPOSTA        PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-PRECO-CALCULADO        PIC 9(7)V9(4)         VALUE ZEROS.
       77 WS-PRECO-PROPOSTO         PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-PRECO-INTEIRO          PIC 9(7)              VALUE ZEROS.
       77 WS-PRECO-FINAL            PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-ACEITA                 PIC X                 VALUE SPACES.
           88 FLAG-ACEITA-SIM       VALUE "S" "s".
           88 FLAG-ACEITA-FIM       VALUE "F" "f".
       77 WS-RODADA-ENCERRADA       PIC 9                 VALUE ZEROS.
           88 FLAG-RODADA-ENCERRADA                       VALUE 1.
       77 WS-QTD-FORA-POLITICA      PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-ACEITAS            PIC 9(5)              VALUE ZEROS.
       77 WS-ED-VALOR               PIC ZZ.ZZ9,99         VALUE ZEROS.
       77 WS-ED-CUSTO               PIC ZZ.ZZ9,99         VALUE ZEROS.
       77 WS-ED-PROPOSTO            PIC ZZ.ZZ9,99         VALUE ZEROS.
       77 WS-ED-MARGEM              PIC -Z.ZZZ.ZZ9,99     VALUE ZEROS.
       77 WS-ED-MARGEM-PROPOSTA     PIC -Z.ZZZ.ZZ9,99     VALUE ZEROS.
       77 WS-ED-PERCENTUAL          PIC ZZ9,99            VALUE ZEROS.
       77 WS-PERC-CALCULADO         PIC 9(7)V9(2)         VALUE ZEROS.
      *---- APROVACAO DE SEGUNDO OPERADOR ----------------------------*
       77 WS-OPERADOR-APLICADOR     PIC X(10)             VALUE SPACES.
       77 WS-PERFIL-APLICADOR       PIC X(10)             VALUE SPACES.
       77 WS-OPERADOR-APROVADOR     PIC X(10)             VALUE SPACES.
       77 WS-APROVACAO-OK           PIC 9                 VALUE ZEROS.
           88 FLAG-APROVACAO-OK                           VALUE 1.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY SETOR-STATUS.
           COPY POLITICA-PRECO-STATUS.
       77 WS-STATUS-FILE-WRITE      PIC X(02)             VALUE SPACES.
           88 FLAG-OPEN-FILE-SUCESSO-REAJ VALUE "00".
           88 FLAG-FILE-EOF-REAJUSTE      VALUE "10".
           88 FLAG-NAO-ENCONTRADO-REAJ    VALUE "35".
       77 WS-STATUS-FILE-BACKUP     PIC X(02)             VALUE SPACES.
           88 FLAG-OPEN-FILE-SUCESSO-BKP  VALUE "00".
           88 FLAG-FILE-EOF-BACKUP        VALUE "10".

       COPY AUDITORIA-STATUS.

       COPY PRODLOCK-STATUS.

       COPY JOURNAL-STATUS.
      *---- CONFERENCIA DO COMMIT ------------------------------------*
       77 WS-QTD-REA-LIDOS          PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-REA-PROCESSADOS    PIC 9(5)              VALUE ZEROS.

       COPY REAJUSTE-HIST-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.13 - Proposta de preco por markup".

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
           "TP06.13 - Proposta de preco por markup".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir ou alterar politica do setor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - excluir politica do setor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - listar politicas".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - rodada de precificacao".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-POLITICA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.13 - Proposta de preco por markup".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Setor: ".
           10 SC-ENT-SETOR          LINE + 0  COLUMN  35
           USING WS-ENT-SETOR.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Margem alvo sobre o custo: %".
           10 SC-ENT-ALVO           LINE + 0  COLUMN  57  PIC ZZ9,99
           USING WS-ENT-ALVO.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Margem minima sobre o custo: %".
           10 SC-ENT-MINIMA         LINE + 0  COLUMN  59  PIC ZZ9,99
           USING WS-ENT-MINIMA.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Centavos do preco (90, 99, 00 ou branco): ".
           10 SC-ENT-ARREDONDAMENTO LINE + 0  COLUMN  71
           USING WS-ENT-ARREDONDAMENTO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-RODADA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP06.13 - Proposta de preco por markup".

           10   LINE 07   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Setor (00 = todos com politica): ".
           10 SC-SETOR-RODADA       LINE + 0  COLUMN  61
           USING WS-SETOR-RODADA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-CONFIRMA-APLICAR.
           10   LINE 19   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Fora da politica:".
           10 SC-CONF-FORA            LINE + 0  COLUMN  46  PIC ZZZZ9
           USING WS-QTD-FORA-POLITICA.
           10   LINE + 0  COLUMN  53   FOREGROUND-COLOR  8 VALUE
           "Propostas aceitas:".
           10 SC-CONF-QTD             LINE + 0  COLUMN  72  PIC ZZZZ9
           USING WS-QTD-ACEITAS.

       01 SC-CONFIRMA-COMMIT.
           10   LINE 22   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Confirmar as propostas no mestre (S/N): ".
           10 SC-CONFIRMA         LINE + 0  COLUMN  69
           USING WS-CONFIRMA-COMMIT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

      *    A RODADA DE PRECIFICACAO GRAVA NO MESTRE: SEM A TRAVA, A
      *    SESSAO SO MANTEM E CONSULTA AS POLITICAS.
           PERFORM TRAVAR-PRODUTOS-MESTRE.

           IF FLAG-TRAVA-OCUPADA
               DISPLAY "MESTRE EM USO POR " AT 2028
               FOREGROUND-COLOR 6
               DISPLAY TL-OPERADOR AT 2046 FOREGROUND-COLOR 6
               DISPLAY "RODADA DE PRECIFICACAO INDISPONIVEL" AT 2128
               FOREGROUND-COLOR 6
           ELSE
               PERFORM CONFERIR-VERSAO-MESTRE
           END-IF.

      *    AVISO DE COMMIT DE REAJUSTE INTERROMPIDO (VER
      *    JOURNAL-FD.cpy): A RECUPERACAO E FEITA EM TP06_02, E ATE
      *    LA A RODADA NAO GRAVA NADA POR CIMA.
           PERFORM VERIFICAR-JOURNAL-COMMIT.

           IF FLAG-JOURNAL-PENDENTE
               DISPLAY "COMMIT DE REAJUSTE INTERROMPIDO - "
               AT 0128 FOREGROUND-COLOR 6
               DISPLAY "RECUPERE PELO TP06_02" AT 0228
               FOREGROUND-COLOR 6
           END-IF.

           PERFORM CARREGAR-POLITICAS.

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
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SETORES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="setores.txt"==
                ==:DESTINO:== BY ==WS-ARQ-SETORES==
                ==:DDVAR:==  BY =="DD_SETORES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-POLITICAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="politica_preco.dat"==
                ==:DESTINO:== BY ==WS-ARQ-POLITICAS==
                ==:DDVAR:==  BY =="DD_POLITICA-PRECO"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-POLITICA
               WHEN 2
                   PERFORM EXCLUIR-POLITICA
               WHEN 3
                   PERFORM LISTAR-POLITICAS
               WHEN 4
                   EVALUATE TRUE
                       WHEN NOT FLAG-TRAVA-OBTIDA
                           DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                           DISPLAY "Mestre em uso - rodada "
                               "indisponivel" FOREGROUND-COLOR 6
                               AT 2028
                       WHEN FLAG-JOURNAL-PENDENTE
                           DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                           DISPLAY "Commit interrompido - recupere "
                               "pelo TP06_02" FOREGROUND-COLOR 6
                               AT 2028
                       WHEN OTHER
                           PERFORM RODADA-PRECIFICACAO
                   END-EVALUATE
               WHEN 5
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    politica_preco.dat INTEIRO VAI PARA A TABELA, UMA POSICAO
      *    POR CODIGO DE SETOR.
      *--------------------------------------------------------------*
       CARREGAR-POLITICAS.

           INITIALIZE TB-POLITICAS.
           MOVE SPACES TO WS-STATUS-POLITICAS.

           PERFORM OBTER-CAMINHO-POLITICAS.

           OPEN INPUT POLITICAS-PRECO.

           IF FLAG-POLITICAS-SUCESSO
               PERFORM CARREGAR-LINHA-POLITICA WITH TEST BEFORE
               UNTIL FLAG-POLITICAS-EOF

               CLOSE POLITICAS-PRECO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-POLITICA.

           READ POLITICAS-PRECO.

           IF NOT FLAG-POLITICAS-EOF
           AND PP-SETOR IS NUMERIC
           AND PP-SETOR > ZEROS
               MOVE 1                 TO TB-PP-SITUACAO(PP-SETOR)
               MOVE PP-MARGEM-ALVO    TO TB-PP-ALVO(PP-SETOR)
               MOVE PP-MARGEM-MINIMA  TO TB-PP-MINIMA(PP-SETOR)
               MOVE PP-ARREDONDAMENTO TO TB-PP-ARREDONDAMENTO(PP-SETOR)
           END-IF.
      *--------------------------------------------------------------*
       REGRAVAR-POLITICAS.

           MOVE SPACES TO WS-STATUS-POLITICAS.

           PERFORM OBTER-CAMINHO-POLITICAS.

           OPEN OUTPUT POLITICAS-PRECO.

           PERFORM REGRAVAR-LINHA-POLITICA
           VARYING WS-IDX-SETOR FROM 1 BY 1
           UNTIL WS-IDX-SETOR > 99.

           CLOSE POLITICAS-PRECO.
      *--------------------------------------------------------------*
       REGRAVAR-LINHA-POLITICA.

           IF FLAG-PP-CADASTRADA(WS-IDX-SETOR)
               MOVE SPACES TO REG-POLITICA-PRECO
               MOVE WS-IDX-SETOR                  TO PP-SETOR
               MOVE TB-PP-ALVO(WS-IDX-SETOR)      TO PP-MARGEM-ALVO
               MOVE TB-PP-MINIMA(WS-IDX-SETOR)    TO PP-MARGEM-MINIMA
               MOVE TB-PP-ARREDONDAMENTO(WS-IDX-SETOR)
                   TO PP-ARREDONDAMENTO
               WRITE REG-POLITICA-PRECO
           END-IF.
      *--------------------------------------------------------------*
      *    A POLITICA SO E ACEITA PARA SETOR ATIVO DE setores.txt E
      *    COM A MINIMA ATE A ALVO: A PROPOSTA SEMPRE LEVA O PRECO
      *    PARA CIMA DA MINIMA.
      *--------------------------------------------------------------*
       INCLUIR-POLITICA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS  TO WS-ENT-SETOR WS-ENT-ALVO WS-ENT-MINIMA.
           MOVE SPACES TO WS-ENT-ARREDONDAMENTO.

           DISPLAY SC-POLITICA.
           ACCEPT SC-ENT-SETOR.
           ACCEPT SC-ENT-ALVO.
           ACCEPT SC-ENT-MINIMA.
           ACCEPT SC-ENT-ARREDONDAMENTO.

           PERFORM CONFERIR-SETOR-CADASTRO.

           EVALUATE TRUE
               WHEN NOT FLAG-SETOR-VALIDA
               OR NOT FLAG-SETOR-CADASTRADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Setor inexistente ou inativo"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-ALVO = ZEROS
               OR WS-ENT-MINIMA > WS-ENT-ALVO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Margens invalidas - a minima nao pode "
                       "passar da alvo" FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-ENT-ARRED-VALIDO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Arredondamento invalido - use 90, 99, "
                       "00 ou branco" FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM GRAVAR-POLITICA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Politica gravada com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
           END-EVALUATE.
      *--------------------------------------------------------------*
       CONFERIR-SETOR-CADASTRO.

           MOVE ZEROS  TO WS-SETOR-CADASTRADO.
           MOVE SPACES TO WS-STATUS-SETORES.

           PERFORM OBTER-CAMINHO-SETORES.

           OPEN INPUT SETORES.

           IF FLAG-SETORES-SUCESSO
               PERFORM CONFERIR-LINHA-SETOR WITH TEST BEFORE
               UNTIL FLAG-SETORES-EOF

               CLOSE SETORES
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-SETOR.

           READ SETORES.

           IF NOT FLAG-SETORES-EOF
           AND FD-SETOR-CODIGO = WS-ENT-SETOR
           AND FLAG-SETOR-ATIVO
               MOVE 1 TO WS-SETOR-CADASTRADO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-POLITICA.

           MOVE 1                     TO TB-PP-SITUACAO(WS-ENT-SETOR).
           MOVE WS-ENT-ALVO           TO TB-PP-ALVO(WS-ENT-SETOR).
           MOVE WS-ENT-MINIMA         TO TB-PP-MINIMA(WS-ENT-SETOR).
           MOVE WS-ENT-ARREDONDAMENTO
               TO TB-PP-ARREDONDAMENTO(WS-ENT-SETOR).

           PERFORM REGRAVAR-POLITICAS.

           STRING "SETOR=" DELIMITED BY SIZE
                  WS-ENT-SETOR DELIMITED BY SIZE
                  " ALVO=" DELIMITED BY SIZE
                  WS-ENT-ALVO DELIMITED BY SIZE
                  " MIN=" DELIMITED BY SIZE
                  WS-ENT-MINIMA DELIMITED BY SIZE
                  " ARRED=" DELIMITED BY SIZE
                  WS-ENT-ARREDONDAMENTO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "POLITICA GRAVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       EXCLUIR-POLITICA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-SETOR.

           DISPLAY SC-POLITICA.
           ACCEPT SC-ENT-SETOR.

           EVALUATE TRUE
               WHEN NOT FLAG-SETOR-VALIDA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Setor sem politica cadastrada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-PP-CADASTRADA(WS-ENT-SETOR)
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Setor sem politica cadastrada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   MOVE ZEROS TO TB-PP-SITUACAO(WS-ENT-SETOR)

                   PERFORM REGRAVAR-POLITICAS

                   STRING "SETOR=" DELIMITED BY SIZE
                          WS-ENT-SETOR DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "POLITICA EXCLUIDA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Politica excluida com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
           END-EVALUATE.
      *--------------------------------------------------------------*
       LISTAR-POLITICAS.
           DISPLAY SC-LIMPA-TELA.

           DISPLAY "TP06.13 - Proposta de preco por markup" AT 0536
               FOREGROUND-COLOR 8.
           DISPLAY "Setor  Alvo %   Minima %  Centavos" AT 0728.

           MOVE 9 TO WS-COUNT-LINE.

           PERFORM LISTAR-LINHA-POLITICA
           VARYING WS-IDX-SETOR FROM 1 BY 1
           UNTIL WS-IDX-SETOR > 99
           OR WS-COUNT-LINE > 19.

           IF WS-COUNT-LINE = 9
               DISPLAY "Nenhuma politica cadastrada" AT 0928
           END-IF.

           DISPLAY "ENTER para voltar" AT 2128.
           ACCEPT WS-ACEITA AT 2146.

           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-POLITICA.

           IF FLAG-PP-CADASTRADA(WS-IDX-SETOR)
               MOVE WS-IDX-SETOR               TO WS-SETOR-PRODUTO
               MOVE TB-PP-ALVO(WS-IDX-SETOR)   TO WS-ED-PERCENTUAL
               DISPLAY WS-SETOR-PRODUTO
                   AT LINE WS-COUNT-LINE COLUMN 28
               DISPLAY WS-ED-PERCENTUAL
                   AT LINE WS-COUNT-LINE COLUMN 35
               MOVE TB-PP-MINIMA(WS-IDX-SETOR) TO WS-ED-PERCENTUAL
               DISPLAY WS-ED-PERCENTUAL
                   AT LINE WS-COUNT-LINE COLUMN 44
               DISPLAY TB-PP-ARREDONDAMENTO(WS-IDX-SETOR)
                   AT LINE WS-COUNT-LINE COLUMN 54
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
      *    RODADA DE PRECIFICACAO: PERCORRE O MESTRE, MOSTRA SO OS
      *    PRODUTOS COM CUSTO MEDIO ABAIXO DA MARGEM MINIMA DO SETOR
      *    E GRAVA AS PROPOSTAS ACEITAS NO ARQUIVO DE REAJUSTE. A
      *    CONFIRMACAO NO MESTRE SEGUE A SEGREGACAO DE FUNCOES DE
      *    TP06_02: QUEM ACEITOU AS PROPOSTAS NAO AS APROVA.
      *--------------------------------------------------------------*
       RODADA-PRECIFICACAO.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-SETOR-RODADA WS-QTD-FORA-POLITICA
                         WS-QTD-ACEITAS WS-RODADA-ENCERRADA.

           DISPLAY SC-RODADA.
           ACCEPT SC-SETOR-RODADA.

           EVALUATE TRUE
               WHEN WS-SETOR-RODADA = ZEROS
                   PERFORM GERAR-PROPOSTAS
                   PERFORM DECIDIR-PROPOSTAS
               WHEN NOT FLAG-PP-CADASTRADA(WS-SETOR-RODADA)
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Setor sem politica cadastrada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM GERAR-PROPOSTAS
                   PERFORM DECIDIR-PROPOSTAS
           END-EVALUATE.
      *--------------------------------------------------------------*
       GERAR-PROPOSTAS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.
           MOVE SPACES TO WS-STATUS-FILE-WRITE.

           PERFORM OBTER-CAMINHO-PRODUTOS.
           PERFORM MONTAR-NOME-ARQUIVO-REAJUSTE.

           OPEN INPUT  PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
              IF FLAG-PRODUTOS-NAO-CRIADO
                 DISPLAY "PRODUTOS.DAT NAO ENCONTRADO" AT 2029
              ELSE
                 DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT" AT 2029
              END-IF
              PERFORM ENCERRAR-PROGRAMA
           END-IF.

           OPEN OUTPUT PRODUTOS-REAJUSTE.

           PERFORM AVALIAR-LINHA-PRODUTO WITH TEST BEFORE
           UNTIL FLAG-PRODUTOS-EOF
           OR FLAG-RODADA-ENCERRADA.

           CLOSE PRODUTOS-REAJUSTE.
           CLOSE PRODUTOS.
      *--------------------------------------------------------------*
       AVALIAR-LINHA-PRODUTO.

           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
           AND FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
           AND FD-PROD-SETOR IS NUMERIC
           AND FD-PROD-CUSTO-MEDIO > ZEROS
               MOVE FD-PROD-SETOR TO WS-SETOR-PRODUTO

      *    PRODUTO DESCONTINUADO NAO RECEBE PROPOSTA DE PRECO.
               PERFORM APURAR-SITUACAO-PRODUTO

               IF WS-SETOR-PRODUTO > ZEROS
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   IF WS-SETOR-RODADA = ZEROS
                   OR WS-SETOR-RODADA = WS-SETOR-PRODUTO
                       PERFORM AVALIAR-MARGEM-PRODUTO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    MARGEM SOBRE O CUSTO MEDIO, COMO EM TP10-MARGEM. O PRECO
      *    PROPOSTO DEVOLVE A MARGEM ALVO E SOBE ATE OS CENTAVOS DA
      *    POLITICA; PROPOSTA QUE NAO CABE NO CAMPO DE PRECO DO
      *    MESTRE NAO E OFERECIDA.
      *--------------------------------------------------------------*
       AVALIAR-MARGEM-PRODUTO.

           IF FLAG-PP-CADASTRADA(WS-SETOR-PRODUTO)
               COMPUTE WS-MARGEM-ATUAL =
                   (FD-PROD-VALOR - FD-PROD-CUSTO-MEDIO) * 100
                   / FD-PROD-CUSTO-MEDIO

               IF WS-MARGEM-ATUAL < TB-PP-MINIMA(WS-SETOR-PRODUTO)
                   PERFORM CALCULAR-PRECO-PROPOSTO

                   IF WS-PRECO-FINAL <= 99999,99
                   AND WS-PRECO-FINAL > FD-PROD-VALOR
                       ADD 1 TO WS-QTD-FORA-POLITICA
                       PERFORM MOSTRAR-PROPOSTA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-PRECO-PROPOSTO.

           COMPUTE WS-PRECO-CALCULADO = FD-PROD-CUSTO-MEDIO
               * (100 + TB-PP-ALVO(WS-SETOR-PRODUTO)) / 100.

      *    O PRECO SOBE AO CENTAVO SEGUINTE PARA NAO FICAR ABAIXO DA
      *    MARGEM ALVO POR ARREDONDAMENTO.
           MOVE WS-PRECO-CALCULADO TO WS-PRECO-PROPOSTO.

           IF WS-PRECO-PROPOSTO < WS-PRECO-CALCULADO
               ADD 0,01 TO WS-PRECO-PROPOSTO
           END-IF.

           MOVE WS-PRECO-PROPOSTO TO WS-PRECO-INTEIRO.

           EVALUATE TB-PP-ARREDONDAMENTO(WS-SETOR-PRODUTO)
               WHEN "90"
                   COMPUTE WS-PRECO-FINAL = WS-PRECO-INTEIRO + 0,90
               WHEN "99"
                   COMPUTE WS-PRECO-FINAL = WS-PRECO-INTEIRO + 0,99
               WHEN "00"
                   MOVE WS-PRECO-INTEIRO TO WS-PRECO-FINAL
               WHEN OTHER
                   MOVE WS-PRECO-PROPOSTO TO WS-PRECO-FINAL
           END-EVALUATE.

           IF WS-PRECO-FINAL < WS-PRECO-PROPOSTO
               ADD 1 TO WS-PRECO-FINAL
           END-IF.
      *--------------------------------------------------------------*
       MOSTRAR-PROPOSTA.

           COMPUTE WS-MARGEM-PROPOSTA =
               (WS-PRECO-FINAL - FD-PROD-CUSTO-MEDIO) * 100
               / FD-PROD-CUSTO-MEDIO.

           MOVE FD-PROD-CUSTO-MEDIO TO WS-ED-CUSTO.
           MOVE FD-PROD-VALOR       TO WS-ED-VALOR.
           MOVE WS-PRECO-FINAL      TO WS-ED-PROPOSTO.
           MOVE WS-MARGEM-ATUAL     TO WS-ED-MARGEM.
           MOVE WS-MARGEM-PROPOSTA  TO WS-ED-MARGEM-PROPOSTA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-RODADA.

           DISPLAY "Produto: "          AT 0928.
           DISPLAY FD-PROD-CODIGO       AT 0937.
           DISPLAY FD-PROD-DESCRICAO    AT 0943.
           DISPLAY "Setor: "            AT 1028.
           DISPLAY FD-PROD-SETOR        AT 1035.
           DISPLAY "Custo medio: "      AT 1128.
           DISPLAY WS-ED-CUSTO          AT 1145.
           DISPLAY "Preco atual: "      AT 1228.
           DISPLAY WS-ED-VALOR          AT 1245.
           DISPLAY "Margem: "           AT 1256.
           DISPLAY WS-ED-MARGEM         AT 1264.
           DISPLAY "%"                  AT 1277.
           DISPLAY "Preco proposto: "   AT 1328.
           DISPLAY WS-ED-PROPOSTO       AT 1345.
           DISPLAY "Margem: "           AT 1356.
           DISPLAY WS-ED-MARGEM-PROPOSTA AT 1364.
           DISPLAY "%"                  AT 1377.

           DISPLAY "Aceitar a proposta (S/N, F = encerrar)? " AT 1528.
           MOVE SPACES TO WS-ACEITA.
           ACCEPT WS-ACEITA AT 1569.

           EVALUATE TRUE
               WHEN FLAG-ACEITA-SIM
                   MOVE REG-PRODUTO    TO REG-PRODUTO-REAJUSTE
                   MOVE WS-PRECO-FINAL TO FD-PROD-REA-VALOR
                   WRITE REG-PRODUTO-REAJUSTE
                   ADD 1 TO WS-QTD-ACEITAS
               WHEN FLAG-ACEITA-FIM
                   MOVE 1 TO WS-RODADA-ENCERRADA
           END-EVALUATE.
      *--------------------------------------------------------------*
       DECIDIR-PROPOSTAS.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-RODADA.
           DISPLAY SC-CONFIRMA-APLICAR.

           EVALUATE TRUE
               WHEN WS-QTD-FORA-POLITICA = ZEROS
                   DISPLAY "NENHUM PRODUTO FORA DA POLITICA" AT 2029
                   FOREGROUND-COLOR 2
               WHEN WS-QTD-ACEITAS = ZEROS
                   DISPLAY "NENHUMA PROPOSTA ACEITA" AT 2029
                   FOREGROUND-COLOR 6
               WHEN OTHER
                   PERFORM SUBMETER-PROPOSTAS
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    AS PROPOSTAS ACEITAS FICAM PENDENTES NO ARQUIVO DE
      *    REAJUSTE, COMO O APLICAR DE TP06_02, E SO CHEGAM AO MESTRE
      *    COM A APROVACAO DE UM SEGUNDO OPERADOR.
      *--------------------------------------------------------------*
       SUBMETER-PROPOSTAS.
           MOVE WS-LOGIN-ID     TO WS-OPERADOR-APLICADOR.
           MOVE WS-LOGIN-PERFIL TO WS-PERFIL-APLICADOR.

           DISPLAY "PROPOSTAS GRAVADAS EM " AT 2029
               WS-ARQ-REAJUSTE AT 2052.

           STRING "SETOR=" DELIMITED BY SIZE
                  WS-SETOR-RODADA DELIMITED BY SIZE
                  " MARKUP ACEITAS=" DELIMITED BY SIZE
                  WS-QTD-ACEITAS DELIMITED BY SIZE
                  " FORA=" DELIMITED BY SIZE
                  WS-QTD-FORA-POLITICA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REAJUSTE APLICADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           PERFORM ENTRADA-CONFIRMA-COMMIT.

           IF FLAG-CONFIRMA-SIM
               PERFORM APROVACAO-SEGUNDO-OPERADOR

               IF FLAG-APROVACAO-OK
                   PERFORM COMMITAR-REAJUSTE
               ELSE
                   DISPLAY "REAJUSTE PENDENTE SEM APROVACAO"
                   AT 2229
               END-IF
           END-IF.

      *    A SESSAO CONTINUA COM O OPERADOR QUE ENTROU NO PROGRAMA.
           MOVE WS-OPERADOR-APLICADOR TO WS-LOGIN-ID.
           MOVE WS-PERFIL-APLICADOR   TO WS-LOGIN-PERFIL.
      *--------------------------------------------------------------*
       MONTAR-NOME-ARQUIVO-REAJUSTE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.

           STRING WS-DIR-DADOS               DELIMITED BY SPACE
                  "\produtos_proposta_"       DELIMITED BY SIZE
                  WS-DATA-EXECUCAO            DELIMITED BY SIZE
                  ".TXT"                      DELIMITED BY SIZE
                  INTO WS-ARQ-REAJUSTE.

           DISPLAY "DD_PRODUTOS-REAJUSTE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-REAJUSTE        UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       ENTRADA-CONFIRMA-COMMIT.
           MOVE SPACES TO WS-CONFIRMA-COMMIT.
           DISPLAY SC-CONFIRMA-COMMIT.
           ACCEPT SC-CONFIRMA.
      *--------------------------------------------------------------*
       APROVACAO-SEGUNDO-OPERADOR.

           MOVE ZEROS TO WS-APROVACAO-OK.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-CONFIRMA-APLICAR.
           DISPLAY "APROVACAO DE SEGUNDO OPERADOR" AT 0528.

           MOVE SPACES TO WS-LOGIN-ID.
           MOVE SPACES TO WS-LOGIN-SENHA.

           DISPLAY "Aprovador: " AT 0728.
           ACCEPT WS-LOGIN-ID AT 0739.
           DISPLAY "Senha:     " AT 0828.
           ACCEPT WS-LOGIN-SENHA AT 0839 WITH SECURE.

           PERFORM VALIDAR-LOGIN.

           EVALUATE TRUE
               WHEN NOT FLAG-LOGIN-VALIDO
                   DISPLAY "Aprovador ou senha invalidos" AT 2128
                   FOREGROUND-COLOR 6
               WHEN NOT FLAG-PERFIL-SUPERVISOR
                   DISPLAY "APROVADOR DEVE TER PERFIL SUPERVISOR"
                   AT 2128 FOREGROUND-COLOR 6

                   STRING "APROVADOR=" DELIMITED BY SIZE
                          WS-LOGIN-ID DELIMITED BY SPACE
                          " PERFIL=" DELIMITED BY SIZE
                          WS-LOGIN-PERFIL DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "ACESSO NEGADO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               WHEN WS-LOGIN-ID = WS-OPERADOR-APLICADOR
                   DISPLAY "APROVADOR DEVE SER DIFERENTE DO "
                       "APLICADOR" AT 2128 FOREGROUND-COLOR 6

                   STRING "SETOR=" DELIMITED BY SIZE
                          WS-SETOR-RODADA DELIMITED BY SIZE
                          " APLICADOR=" DELIMITED BY SIZE
                          WS-OPERADOR-APLICADOR DELIMITED BY SPACE
                          INTO WS-AUD-PARAMETROS
                   MOVE "APROVACAO RECUSADA - MESMO ID"
                       TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               WHEN OTHER
                   MOVE WS-LOGIN-ID TO WS-OPERADOR-APROVADOR
                   MOVE 1 TO WS-APROVACAO-OK
           END-EVALUATE.
      *--------------------------------------------------------------*
       COMMITAR-REAJUSTE.
           MOVE ZEROS TO WS-QTD-REA-LIDOS WS-QTD-REA-PROCESSADOS.

           PERFORM MONTAR-NOME-ARQUIVO-BACKUP.
           PERFORM COPIAR-PRODUTOS-PARA-BACKUP.

      *    O DIARIO DE INTENCAO ENTRA ANTES DE TOCAR O MESTRE E SO
      *    SAI COM AS CONTAGENS DA COPIA CONFERIDAS, COMO EM TP06_02.
           PERFORM GRAVAR-JOURNAL-COMMIT.

           PERFORM COPIAR-REAJUSTE-PARA-PRODUTOS.

           IF WS-QTD-REA-LIDOS = WS-QTD-REA-PROCESSADOS
               PERFORM LIMPAR-JOURNAL-COMMIT
           ELSE
               DISPLAY "CONTAGENS DO COMMIT NAO CONFEREM - "
                   "DIARIO MANTIDO" AT 2329 FOREGROUND-COLOR 6
           END-IF.

           STRING "SETOR=" DELIMITED BY SIZE
                  WS-SETOR-RODADA DELIMITED BY SIZE
                  " MARKUP=" DELIMITED BY SIZE
                  WS-QTD-REA-PROCESSADOS DELIMITED BY SIZE
                  " APL=" DELIMITED BY SIZE
                  WS-OPERADOR-APLICADOR DELIMITED BY SPACE
                  " APR=" DELIMITED BY SIZE
                  WS-OPERADOR-APROVADOR DELIMITED BY SPACE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REAJUSTE CONFIRMADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY "REAJUSTE CONFIRMADO. BACKUP EM " AT 2229
               WS-ARQ-BACKUP AT 2261.
      *--------------------------------------------------------------*
       MONTAR-NOME-ARQUIVO-BACKUP.
           STRING WS-DIR-DADOS               DELIMITED BY SPACE
                  "\produtos_backup_"         DELIMITED BY SIZE
                  WS-DATA-EXECUCAO            DELIMITED BY SIZE
                  ".TXT"                      DELIMITED BY SIZE
                  INTO WS-ARQ-BACKUP.

           DISPLAY "DD_PRODUTOS-BACKUP" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARQ-BACKUP        UPON ENVIRONMENT-VALUE.
      *--------------------------------------------------------------*
       COPIAR-PRODUTOS-PARA-BACKUP.
           MOVE SPACES TO WS-STATUS-PRODUTOS.
           MOVE SPACES TO WS-STATUS-FILE-BACKUP.

           OPEN INPUT  PRODUTOS.
           OPEN OUTPUT PRODUTOS-BACKUP.

           IF NOT FLAG-PRODUTOS-SUCESSO
              IF FLAG-PRODUTOS-NAO-CRIADO
                 DISPLAY "PRODUTOS.DAT NAO ENCONTRADO" AT 2029
              ELSE
                 DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT" AT 2029
              END-IF
              PERFORM ENCERRAR-PROGRAMA
           END-IF.

           PERFORM COPIAR-LINHA-BACKUP
           WITH TEST BEFORE UNTIL FLAG-PRODUTOS-EOF.

           CLOSE PRODUTOS-BACKUP.
           CLOSE PRODUTOS.
      *--------------------------------------------------------------*
       COPIAR-LINHA-BACKUP.
           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
               MOVE REG-PRODUTO TO REG-PRODUTO-BACKUP
               WRITE REG-PRODUTO-BACKUP
           END-IF.
      *--------------------------------------------------------------*
      *    SO O PRECO DA PROPOSTA VAI PARA O MESTRE: O RESTO DO
      *    REGISTRO E O QUE ESTA GRAVADO NO MOMENTO DA CONFIRMACAO.
      *--------------------------------------------------------------*
       COPIAR-REAJUSTE-PARA-PRODUTOS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.
           MOVE SPACES TO WS-STATUS-FILE-WRITE.

           OPEN INPUT PRODUTOS-REAJUSTE.
           OPEN I-O   PRODUTOS.

           IF NOT FLAG-OPEN-FILE-SUCESSO-REAJ
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PROPOSTAS" AT 2029
              PERFORM ENCERRAR-PROGRAMA
           END-IF.

           IF NOT FLAG-PRODUTOS-SUCESSO
                  DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT" AT 2029
                  PERFORM ENCERRAR-PROGRAMA
           END-IF.

           PERFORM COPIAR-LINHA-REAJUSTE
           WITH TEST BEFORE UNTIL FLAG-FILE-EOF-REAJUSTE.

           CLOSE PRODUTOS.
           CLOSE PRODUTOS-REAJUSTE.
      *--------------------------------------------------------------*
       COPIAR-LINHA-REAJUSTE.
           READ PRODUTOS-REAJUSTE.

           IF NOT FLAG-FILE-EOF-REAJUSTE
               ADD 1 TO WS-QTD-REA-LIDOS

               MOVE FD-PROD-REA-CODIGO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF NOT FLAG-PRODUTOS-SUCESSO
                   DISPLAY "CODIGO AUSENTE NO MESTRE: "
                       FD-PROD-REA-CODIGO AT 2029
                   ADD 1 TO WS-QTD-REA-PROCESSADOS
               ELSE
                   IF FD-PROD-VALOR NOT = FD-PROD-REA-VALOR
                       MOVE FD-PROD-VALOR TO WS-VALOR-ANTIGO-MESTRE
                       MOVE FD-PROD-REA-VALOR TO FD-PROD-VALOR
                       REWRITE REG-PRODUTO

                       IF FLAG-PRODUTOS-SUCESSO
                           ADD 1 TO WS-QTD-REA-PROCESSADOS
                       END-IF

                       PERFORM REGISTRAR-REAJUSTE-HISTORICO
                   ELSE
                       ADD 1 TO WS-QTD-REA-PROCESSADOS
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    CADA PRODUTO TEM O SEU PERCENTUAL NA PROPOSTA: A LINHA DO
      *    HISTORICO LEVA O PERCENTUAL EFETIVO SOBRE O PRECO ANTIGO
      *    (LIMITADO A 999,99 DO CAMPO), PARA QUE TP06_04 POSSA
      *    DESFAZER PELO VALOR ANTIGO.
      *--------------------------------------------------------------*
       REGISTRAR-REAJUSTE-HISTORICO.
           MOVE ZEROS TO WS-PERC-CALCULADO.

           IF WS-VALOR-ANTIGO-MESTRE > ZEROS
               COMPUTE WS-PERC-CALCULADO ROUNDED =
                   (FD-PROD-REA-VALOR - WS-VALOR-ANTIGO-MESTRE) * 100
                   / WS-VALOR-ANTIGO-MESTRE
           END-IF.

           IF WS-PERC-CALCULADO > 999,99
               MOVE 999,99 TO WS-PERC-CALCULADO
           END-IF.

           MOVE FD-PROD-REA-CODIGO   TO WS-REAJ-CODIGO.
           MOVE FD-PROD-REA-SETOR    TO WS-REAJ-SETOR.
           MOVE "A"                  TO WS-REAJ-TIPO.
           MOVE WS-PERC-CALCULADO    TO WS-REAJ-PERCENTUAL.
           MOVE WS-VALOR-ANTIGO-MESTRE TO WS-REAJ-VALOR-ANTIGO.
           MOVE FD-PROD-REA-VALOR    TO WS-REAJ-VALOR-NOVO.

           PERFORM GRAVAR-REAJUSTE-HIST.
      *--------------------------------------------------------------*
       CONFERIR-VERSAO-MESTRE.
           PERFORM OBTER-CAMINHO-PRODUTOS.

           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               PERFORM VERIFICAR-VERSAO-PRODUTOS-MESTRE
               CLOSE PRODUTOS

               IF NOT FLAG-VERSAO-OK
                   PERFORM LIBERAR-PRODUTOS-MESTRE
                   STOP RUN
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-VERSAO-PRODUTOS-MESTRE.
           COPY VERIFICAR-VERSAO-PRODUTOS.
      *--------------------------------------------------------------*
       VERIFICAR-JOURNAL-COMMIT.
           COPY VERIFICAR-JOURNAL.
      *--------------------------------------------------------------*
       GRAVAR-JOURNAL-COMMIT.

           OPEN OUTPUT COMMIT-JOURNAL.

           MOVE SPACES          TO REG-COMMIT-JOURNAL.
           MOVE "COMMIT INICIADO" TO JN-MARCA.
           MOVE WS-ARQ-REAJUSTE TO JN-ARQ-REAJUSTE.
           MOVE WS-ARQ-BACKUP   TO JN-ARQ-BACKUP.

           WRITE REG-COMMIT-JOURNAL.

           CLOSE COMMIT-JOURNAL.
      *--------------------------------------------------------------*
       LIMPAR-JOURNAL-COMMIT.

           OPEN OUTPUT COMMIT-JOURNAL.
           CLOSE COMMIT-JOURNAL.
      *--------------------------------------------------------------*
       TRAVAR-PRODUTOS-MESTRE.
           COPY TRAVAR-PRODUTOS.
      *--------------------------------------------------------------*
       LIBERAR-PRODUTOS-MESTRE.
           COPY LIBERAR-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-REAJUSTE-HIST.
           COPY GRAVAR-REAJUSTE-HIST REPLACING ==:PROGRAMA:==
                                             BY =="TP06_13"==.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_13"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           IF FLAG-TRAVA-OBTIDA
               PERFORM LIBERAR-PRODUTOS-MESTRE
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
