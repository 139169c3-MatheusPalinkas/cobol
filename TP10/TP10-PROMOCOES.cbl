       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-PROMOCOES.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PROMOCOES COM PRAZO: (1) CADASTRA EM promocoes.dat UMA
      *    PROMOCAO PARA UM PRODUTO OU UM SETOR INTEIRO, COM PRECO
      *    PROMOCIONAL OU PERCENTUAL DE DESCONTO E DATAS DE INICIO E
      *    FIM, APROVADA PELO OPERADOR LOGADO (SUPERVISOR OU PERFIL
      *    DE REAJUSTE). A PROMOCAO NAO TOCA FD-PROD-VALOR: VENCIDO
      *    O PRAZO, TP10-VENDAS VOLTA SOZINHO AO PRECO DE TABELA, SEM
      *    REAJUSTE DE DESFAZER NO HISTORICO. (2) O RELATORIO POS-
      *    CAMPANHA SOMA EM vendas.dat AS UNIDADES, A RECEITA E O
      *    DESCONTO CONCEDIDO SOB CADA PROMOCAO ENCERRADA (OU DE UMA
      *    PROMOCAO INFORMADA), JA LIQUIDOS DAS DEVOLUCOES.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROMOCAO-SELECT.

           COPY PRODUTO-SELECT.

           COPY SETOR-SELECT.

           COPY VENDA-SELECT.

           SELECT RELAT-PROMOCOES ASSIGN TO WS-DESTINO-RELAT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PROMOCAO-FD.

       COPY PRODUTO-FD.

       COPY SETOR-FD.

       COPY VENDA-FD.

       FD RELAT-PROMOCOES
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-PROMOCOES PIC X(80).

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-DESTINO-RELAT          PIC X(60)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       01 WS-PROMOCAO-ENTRADA.
           05 WS-ENT-ABRANGENCIA    PIC X                 VALUE "P".
               88 FLAG-ENT-PRODUTO                        VALUE "P".
               88 FLAG-ENT-SETOR                          VALUE "S".
           05 WS-ENT-PRODUTO        PIC X(5)              VALUE SPACES.
           05 WS-ENT-SETOR          PIC X(2)              VALUE SPACES.
           05 WS-ENT-TIPO           PIC X                 VALUE "D".
               88 FLAG-ENT-PRECO-FIXO                     VALUE "P".
               88 FLAG-ENT-PERCENTUAL                     VALUE "D".
           05 WS-ENT-PRECO          PIC 9(5)V9(2)         VALUE ZEROS.
           05 WS-ENT-PERCENTUAL     PIC 9(3)V9(2)         VALUE ZEROS.
           05 WS-ENT-INICIO         PIC 9(8)              VALUE ZEROS.
           05 WS-ENT-FIM            PIC 9(8)              VALUE ZEROS.
           05 WS-ENT-DESCRICAO      PIC X(20)             VALUE SPACES.
       77 WS-NUMERO-PROMOCAO        PIC 9(4)              VALUE ZEROS.
       77 WS-PRECO-TABELA           PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-SETOR-NUMERICO         PIC 9(2)              VALUE ZEROS.
       77 WS-SETOR-SITUACAO         PIC 9                 VALUE ZEROS.
           88 FLAG-SETOR-ENCONTRADO                       VALUE 1.
       77 WS-PRODUTO-SITUACAO       PIC 9                 VALUE ZEROS.
           88 FLAG-PRODUTO-ENCONTRADO                     VALUE 1.
      *---- RELATORIO POS-CAMPANHA -----------------------------------*
       77 WS-ENT-NUMERO             PIC 9(4)              VALUE ZEROS.
       77 CONST-LIMITE-CAMPANHAS    PIC 9(3)              VALUE 200.
       77 WS-TOTAL-CAMPANHAS        PIC 9(3)              VALUE ZEROS.
       77 WS-IDX                    PIC 9(3)              VALUE ZEROS.
       77 WS-POS-CAMPANHA           PIC 9(3)              VALUE ZEROS.
           88 FLAG-CAMPANHA-NA-TABELA VALUE 1 THRU 200.
       01 TB-CAMPANHAS.
           02 CAMPANHA-ITEM OCCURS 200 TIMES.
               10 TB-CP-NUMERO      PIC 9(4)              VALUE ZEROS.
               10 TB-CP-DESCRICAO   PIC X(20)             VALUE SPACES.
               10 TB-CP-ABRANGENCIA PIC X                 VALUE SPACES.
               10 TB-CP-ALVO        PIC X(5)              VALUE SPACES.
               10 TB-CP-INICIO      PIC 9(8)              VALUE ZEROS.
               10 TB-CP-FIM         PIC 9(8)              VALUE ZEROS.
               10 TB-CP-UNIDADES    PIC S9(7)             VALUE ZEROS.
               10 TB-CP-RECEITA     PIC S9(9)V9(2)        VALUE ZEROS.
               10 TB-CP-TABELA      PIC S9(9)V9(2)        VALUE ZEROS.
       77 WS-TOT-UNIDADES           PIC S9(8)             VALUE ZEROS.
       77 WS-TOT-RECEITA            PIC S9(10)V9(2)       VALUE ZEROS.
       77 WS-TOT-DESCONTO           PIC S9(10)V9(2)       VALUE ZEROS.
       77 WS-DESCONTO               PIC S9(9)V9(2)        VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(34) VALUE
              "RESULTADO DAS PROMOCOES - EMISSAO ".
           05 CAB-DATA PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(05) VALUE "Num".
           05 FILLER PIC X(21) VALUE "Descricao".
           05 FILLER PIC X(10) VALUE "Alvo".
           05 FILLER PIC X(20) VALUE "Periodo".
       01 CABEC3.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "   Unidades".
           05 FILLER PIC X(19) VALUE "           Receita".
           05 FILLER PIC X(20) VALUE " Desconto concedido".
       01 DETALHE1.
           05 REL-NUMERO PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DESCRICAO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ABRANGENCIA PIC X(08).
           05 REL-ALVO PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-INICIO PIC 9(08).
           05 FILLER PIC X(03) VALUE " A ".
           05 REL-FIM PIC 9(08).
       01 DETALHE2.
           05 FILLER PIC X(05) VALUE SPACES.
           05 REL-UNIDADES PIC Z.ZZZ.ZZ9-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-RECEITA PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(04) VALUE SPACES.
           05 REL-DESCONTO PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOTAL.
           05 FILLER PIC X(05) VALUE "TOTAL".
           05 TOT-UNIDADES PIC Z.ZZZ.ZZ9-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 TOT-RECEITA PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(04) VALUE SPACES.
           05 TOT-DESCONTO PIC ZZZ.ZZZ.ZZ9,99-.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PROMOCAO-STATUS.
           COPY PRODUTO-STATUS.
           COPY SETOR-STATUS.
           COPY VENDA-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Promocoes".

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
           "TP10 - Promocoes".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - cadastrar promocao".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - resultado pos-campanha".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PROMOCAO.
           10   LINE 03   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Cadastrar promocao".

           10   LINE 05   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Abrangencia (P = produto, S = setor): ".
           10 SC-ENT-ABRANGENCIA    LINE + 0  COLUMN  55
           USING WS-ENT-ABRANGENCIA.

           10   LINE 06   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Produto (se P): ".
           10 SC-ENT-PRODUTO        LINE + 0  COLUMN  55
           USING WS-ENT-PRODUTO.

           10   LINE 07   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Setor (se S): ".
           10 SC-ENT-SETOR          LINE + 0  COLUMN  55
           USING WS-ENT-SETOR.

           10   LINE 09   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Tipo (P = preco, D = % de desconto): ".
           10 SC-ENT-TIPO           LINE + 0  COLUMN  55
           USING WS-ENT-TIPO.

           10   LINE 10   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Preco promocional (se P): ".
           10 SC-ENT-PRECO          LINE + 0  COLUMN  55
           PIC ZZZZ9,99
           USING WS-ENT-PRECO.

           10   LINE 11   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Percentual de desconto (se D): ".
           10 SC-ENT-PERCENTUAL     LINE + 0  COLUMN  55
           PIC ZZ9,99
           USING WS-ENT-PERCENTUAL.

           10   LINE 13   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Inicio (AAAAMMDD): ".
           10 SC-ENT-INICIO         LINE + 0  COLUMN  55
           USING WS-ENT-INICIO.

           10   LINE 14   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Fim (AAAAMMDD): ".
           10 SC-ENT-FIM            LINE + 0  COLUMN  55
           USING WS-ENT-FIM.

           10   LINE 16   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "Descricao da campanha: ".
           10 SC-ENT-DESCRICAO      LINE + 0  COLUMN  55
           USING WS-ENT-DESCRICAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PARAMETROS.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Resultado pos-campanha".

           10   LINE 07   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Promocao (zero = todas as encerradas): ".
           10 SC-ENT-NUMERO         LINE + 0  COLUMN 60
           USING WS-ENT-NUMERO.

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 20
           USING WS-OPCAO-DESTINO.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 1  COLUMN 20
           USING WS-DESTINO-RELAT.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

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
       OBTER-CAMINHO-PROMOCOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="promocoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROMOCOES==
                ==:DDVAR:==  BY =="DD_PROMOCOES"==.
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
       OBTER-CAMINHO-VENDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-PROMOCAO
               WHEN 2
                   PERFORM EMITIR-POS-CAMPANHA
               WHEN 3
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    SO O SUPERVISOR OU O PERFIL DE REAJUSTE APROVA PROMOCAO; O
      *    OPERADOR LOGADO FICA GRAVADO COMO APROVADOR.
      *--------------------------------------------------------------*
       CADASTRAR-PROMOCAO.
           DISPLAY SC-LIMPA-TELA.

           IF NOT FLAG-PERFIL-SUPERVISOR
           AND NOT FLAG-PERFIL-REAJUSTE
               DISPLAY "Operador sem permissao para aprovar promocao"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM ENTRADA-PROMOCAO
           END-IF.
      *--------------------------------------------------------------*
       ENTRADA-PROMOCAO.

           MOVE "P"          TO WS-ENT-ABRANGENCIA.
           MOVE "D"          TO WS-ENT-TIPO.
           MOVE SPACES       TO WS-ENT-PRODUTO WS-ENT-SETOR
                                WS-ENT-DESCRICAO.
           MOVE ZEROS        TO WS-ENT-PRECO WS-ENT-PERCENTUAL.
           MOVE WS-DATA-HOJE TO WS-ENT-INICIO WS-ENT-FIM.

           DISPLAY SC-PROMOCAO.
           ACCEPT SC-ENT-ABRANGENCIA.

           IF FLAG-ENT-SETOR
               ACCEPT SC-ENT-SETOR
           ELSE
               ACCEPT SC-ENT-PRODUTO
           END-IF.

           ACCEPT SC-ENT-TIPO.

           IF FLAG-ENT-PRECO-FIXO
               ACCEPT SC-ENT-PRECO
           ELSE
               ACCEPT SC-ENT-PERCENTUAL
           END-IF.

           ACCEPT SC-ENT-INICIO.
           ACCEPT SC-ENT-FIM.
           ACCEPT SC-ENT-DESCRICAO.

           MOVE ZEROS TO WS-PRODUTO-SITUACAO WS-SETOR-SITUACAO.

           IF FLAG-ENT-PRODUTO
               PERFORM LOCALIZAR-PRODUTO
           END-IF.

           IF FLAG-ENT-SETOR
               PERFORM LOCALIZAR-SETOR
           END-IF.

           EVALUATE TRUE
               WHEN NOT FLAG-ENT-PRODUTO
               AND NOT FLAG-ENT-SETOR
                   DISPLAY "Abrangencia invalida"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-ENT-PRECO-FIXO
               AND NOT FLAG-ENT-PERCENTUAL
                   DISPLAY "Tipo de promocao invalido"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-ENT-PRODUTO
               AND NOT FLAG-PRODUTO-ENCONTRADO
                   DISPLAY "Produto nao encontrado"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-ENT-SETOR
               AND NOT FLAG-SETOR-ENCONTRADO
                   DISPLAY "Setor nao cadastrado ou inativo"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-ENT-SETOR
               AND FLAG-ENT-PRECO-FIXO
                   DISPLAY "Promocao de setor so aceita percentual"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-ENT-PRECO-FIXO
               AND (WS-ENT-PRECO = ZEROS
                    OR WS-ENT-PRECO NOT < WS-PRECO-TABELA)
                   DISPLAY "Preco promocional deve ficar abaixo do "
                       "preco de tabela" FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-ENT-PERCENTUAL
               AND (WS-ENT-PERCENTUAL = ZEROS
                    OR WS-ENT-PERCENTUAL NOT < 100)
                   DISPLAY "Percentual deve ficar entre 0 e 100"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-INICIO < WS-DATA-HOJE
               OR WS-ENT-FIM < WS-ENT-INICIO
                   DISPLAY "Periodo invalido - inicio a partir de "
                       "hoje e fim apos o inicio"
                       FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM GRAVAR-PROMOCAO
           END-EVALUATE.
      *--------------------------------------------------------------*
       LOCALIZAR-PRODUTO.

           MOVE ZEROS  TO WS-PRECO-TABELA.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE WS-ENT-PRODUTO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF FLAG-PRODUTOS-SUCESSO
                   MOVE 1             TO WS-PRODUTO-SITUACAO
                   MOVE FD-PROD-VALOR TO WS-PRECO-TABELA
                   MOVE FD-PROD-SETOR TO WS-ENT-SETOR
               END-IF

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-SETOR.

           MOVE SPACES TO WS-STATUS-SETORES.

           IF WS-ENT-SETOR IS NUMERIC
               MOVE WS-ENT-SETOR TO WS-SETOR-NUMERICO

               PERFORM OBTER-CAMINHO-SETORES

               OPEN INPUT SETORES

               IF FLAG-SETORES-SUCESSO
                   PERFORM CONFERIR-LINHA-SETOR WITH TEST BEFORE
                   UNTIL FLAG-SETORES-EOF
                   OR FLAG-SETOR-ENCONTRADO
                   CLOSE SETORES
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-SETOR.

           READ SETORES.

           IF NOT FLAG-SETORES-EOF
           AND FD-SETOR-CODIGO = WS-SETOR-NUMERICO
           AND FLAG-SETOR-ATIVO
               MOVE 1 TO WS-SETOR-SITUACAO
           END-IF.
      *--------------------------------------------------------------*
      *    O NUMERO DA PROMOCAO E O MAIOR JA GRAVADO MAIS UM.
      *--------------------------------------------------------------*
       GRAVAR-PROMOCAO.

           MOVE ZEROS  TO WS-NUMERO-PROMOCAO.
           MOVE SPACES TO WS-STATUS-PROMOCOES.

           PERFORM OBTER-CAMINHO-PROMOCOES.

           OPEN INPUT PROMOCOES.

           IF FLAG-PROMOCOES-SUCESSO
               PERFORM CONFERIR-NUMERO-PROMOCAO WITH TEST BEFORE
               UNTIL FLAG-PROMOCOES-EOF
               CLOSE PROMOCOES
           END-IF.

           ADD 1 TO WS-NUMERO-PROMOCAO.

           MOVE SPACES TO WS-STATUS-PROMOCOES.

           OPEN EXTEND PROMOCOES.

           IF NOT FLAG-PROMOCOES-SUCESSO
               IF FLAG-PROMOCOES-NAO-CRIADO
                   OPEN OUTPUT PROMOCOES
               END-IF
           END-IF.

           MOVE SPACES TO REG-PROMOCAO.

           MOVE WS-NUMERO-PROMOCAO TO PM-NUMERO.
           MOVE WS-ENT-ABRANGENCIA TO PM-ABRANGENCIA.
           MOVE WS-ENT-SETOR       TO PM-SETOR.
           MOVE WS-ENT-TIPO        TO PM-TIPO.
           MOVE WS-ENT-INICIO      TO PM-DATA-INICIO.
           MOVE WS-ENT-FIM         TO PM-DATA-FIM.
           MOVE WS-LOGIN-ID        TO PM-OPERADOR.
           MOVE WS-ENT-DESCRICAO   TO PM-DESCRICAO.
           MOVE WS-DATA-HOJE       TO PM-DATA-CADASTRO.

           IF FLAG-ENT-PRODUTO
               MOVE WS-ENT-PRODUTO TO PM-PRODUTO
           END-IF.

           IF FLAG-ENT-PRECO-FIXO
               MOVE WS-ENT-PRECO   TO PM-PRECO
               MOVE ZEROS          TO PM-PERCENTUAL
           ELSE
               MOVE ZEROS          TO PM-PRECO
               MOVE WS-ENT-PERCENTUAL TO PM-PERCENTUAL
           END-IF.

           WRITE REG-PROMOCAO.

           CLOSE PROMOCOES.

           STRING "PROMOCAO=" DELIMITED BY SIZE
                  WS-NUMERO-PROMOCAO DELIMITED BY SIZE
                  " ALVO=" DELIMITED BY SIZE
                  WS-ENT-ABRANGENCIA DELIMITED BY SIZE
                  WS-ENT-PRODUTO DELIMITED BY SPACE
                  WS-ENT-SETOR DELIMITED BY SIZE
                  " DE=" DELIMITED BY SIZE
                  WS-ENT-INICIO DELIMITED BY SIZE
                  " ATE=" DELIMITED BY SIZE
                  WS-ENT-FIM DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PROMOCAO APROVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Promocao cadastrada com o numero "
           FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-NUMERO-PROMOCAO FOREGROUND-COLOR 2 AT 2061.
      *--------------------------------------------------------------*
       CONFERIR-NUMERO-PROMOCAO.

           READ PROMOCOES.

           IF NOT FLAG-PROMOCOES-EOF
           AND PM-NUMERO > WS-NUMERO-PROMOCAO
               MOVE PM-NUMERO TO WS-NUMERO-PROMOCAO
           END-IF.
      *--------------------------------------------------------------*
      *    SEM NUMERO INFORMADO, ENTRAM AS PROMOCOES JA ENCERRADAS
      *    (FIM ANTES DE HOJE). AS DEVOLUCOES REPETEM A PROMOCAO DA
      *    VENDA ORIGINAL, ENTAO A SOMA JA SAI LIQUIDA.
      *--------------------------------------------------------------*
       EMITIR-POS-CAMPANHA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-NUMERO.

           DISPLAY SC-PARAMETROS.
           ACCEPT SC-ENT-NUMERO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           PERFORM CARREGAR-CAMPANHAS.

           IF WS-TOTAL-CAMPANHAS = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Nenhuma promocao para o relatorio"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM SOMAR-VENDAS-CAMPANHAS
               PERFORM IMPRIMIR-POS-CAMPANHA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-CAMPANHAS.

           MOVE ZEROS  TO WS-TOTAL-CAMPANHAS.
           INITIALIZE TB-CAMPANHAS.
           MOVE SPACES TO WS-STATUS-PROMOCOES.

           PERFORM OBTER-CAMINHO-PROMOCOES.

           OPEN INPUT PROMOCOES.

           IF FLAG-PROMOCOES-SUCESSO
               PERFORM SELECIONAR-CAMPANHA WITH TEST BEFORE
               UNTIL FLAG-PROMOCOES-EOF
               OR WS-TOTAL-CAMPANHAS >= CONST-LIMITE-CAMPANHAS
               CLOSE PROMOCOES
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-CAMPANHA.

           READ PROMOCOES.

           IF NOT FLAG-PROMOCOES-EOF
               IF (WS-ENT-NUMERO = ZEROS
                   AND PM-DATA-FIM < WS-DATA-HOJE)
               OR PM-NUMERO = WS-ENT-NUMERO
                   ADD 1 TO WS-TOTAL-CAMPANHAS
                   MOVE PM-NUMERO
                       TO TB-CP-NUMERO(WS-TOTAL-CAMPANHAS)
                   MOVE PM-DESCRICAO
                       TO TB-CP-DESCRICAO(WS-TOTAL-CAMPANHAS)
                   MOVE PM-ABRANGENCIA
                       TO TB-CP-ABRANGENCIA(WS-TOTAL-CAMPANHAS)
                   MOVE PM-DATA-INICIO
                       TO TB-CP-INICIO(WS-TOTAL-CAMPANHAS)
                   MOVE PM-DATA-FIM
                       TO TB-CP-FIM(WS-TOTAL-CAMPANHAS)

                   IF FLAG-PM-PRODUTO
                       MOVE PM-PRODUTO
                           TO TB-CP-ALVO(WS-TOTAL-CAMPANHAS)
                   ELSE
                       MOVE PM-SETOR
                           TO TB-CP-ALVO(WS-TOTAL-CAMPANHAS)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-VENDAS-CAMPANHAS.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM SOMAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
      *    LINHAS GRAVADAS ANTES DAS PROMOCOES NAO TRAZEM VD-PROMOCAO.
      *--------------------------------------------------------------*
       SOMAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
           AND VD-PROMOCAO IS NUMERIC
           AND VD-PROMOCAO > ZEROS
               MOVE ZEROS TO WS-POS-CAMPANHA

               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-CAMPANHAS

                   IF TB-CP-NUMERO(WS-IDX) = VD-PROMOCAO
                       MOVE WS-IDX TO WS-POS-CAMPANHA
                   END-IF
               END-PERFORM

               IF FLAG-CAMPANHA-NA-TABELA
                   ADD VD-QUANTIDADE
                       TO TB-CP-UNIDADES(WS-POS-CAMPANHA)
                   ADD VD-VALOR-TOTAL
                       TO TB-CP-RECEITA(WS-POS-CAMPANHA)
                   COMPUTE TB-CP-TABELA(WS-POS-CAMPANHA) =
                       TB-CP-TABELA(WS-POS-CAMPANHA)
                       + VD-QUANTIDADE * VD-VALOR-TABELA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-POS-CAMPANHA.

           MOVE ZEROS TO WS-TOT-UNIDADES WS-TOT-RECEITA
                         WS-TOT-DESCONTO.

           DISPLAY "DD_RELAT-PROMOCOES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT     UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-PROMOCOES.

           MOVE WS-DATA-HOJE TO CAB-DATA.
           WRITE REC-RELAT-PROMOCOES FROM CABEC1
           BEFORE ADVANCING 2 LINES.
           WRITE REC-RELAT-PROMOCOES FROM CABEC2
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-PROMOCOES FROM CABEC3
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-CAMPANHA
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-CAMPANHAS.

           MOVE WS-TOT-UNIDADES TO TOT-UNIDADES.
           MOVE WS-TOT-RECEITA  TO TOT-RECEITA.
           MOVE WS-TOT-DESCONTO TO TOT-DESCONTO.
           WRITE REC-RELAT-PROMOCOES FROM LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-PROMOCOES.

           STRING "PROMOCAO=" DELIMITED BY SIZE
                  WS-ENT-NUMERO DELIMITED BY SIZE
                  " LISTADAS=" DELIMITED BY SIZE
                  WS-TOTAL-CAMPANHAS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "POS-CAMPANHA GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Relatorio pos-campanha emitido"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       IMPRIMIR-CAMPANHA.

           MOVE TB-CP-NUMERO(WS-IDX)    TO REL-NUMERO.
           MOVE TB-CP-DESCRICAO(WS-IDX) TO REL-DESCRICAO.
           MOVE TB-CP-ALVO(WS-IDX)      TO REL-ALVO.
           MOVE TB-CP-INICIO(WS-IDX)    TO REL-INICIO.
           MOVE TB-CP-FIM(WS-IDX)       TO REL-FIM.

           IF TB-CP-ABRANGENCIA(WS-IDX) = "S"
               MOVE "SETOR"   TO REL-ABRANGENCIA
           ELSE
               MOVE "PRODUTO" TO REL-ABRANGENCIA
           END-IF.

           WRITE REC-RELAT-PROMOCOES FROM DETALHE1
           BEFORE ADVANCING 1 LINE.

           COMPUTE WS-DESCONTO =
               TB-CP-TABELA(WS-IDX) - TB-CP-RECEITA(WS-IDX).

           MOVE TB-CP-UNIDADES(WS-IDX) TO REL-UNIDADES.
           MOVE TB-CP-RECEITA(WS-IDX)  TO REL-RECEITA.
           MOVE WS-DESCONTO            TO REL-DESCONTO.

           WRITE REC-RELAT-PROMOCOES FROM DETALHE2
           BEFORE ADVANCING 2 LINES.

           ADD TB-CP-UNIDADES(WS-IDX) TO WS-TOT-UNIDADES.
           ADD TB-CP-RECEITA(WS-IDX)  TO WS-TOT-RECEITA.
           ADD WS-DESCONTO            TO WS-TOT-DESCONTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-PROMO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-PROMO"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
