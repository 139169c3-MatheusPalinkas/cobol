       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-KITS.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    KITS E PRODUTOS COMPOSTOS (CESTAS, COMBOS): MANTEM A
      *    COMPOSICAO DE CADA KIT EM kits.dat (KIT, COMPONENTE E
      *    QUANTIDADE POR KIT), CONSULTA O KIT COM O SALDO DE CADA
      *    COMPONENTE, QUANTOS KITS OS SALDOS PERMITEM MONTAR E O
      *    CUSTO DO KIT PELOS CUSTOS MEDIOS DOS COMPONENTES, E LANCA
      *    A MONTAGEM DE KITS PRONTOS: OS COMPONENTES SAEM DO ESTOQUE
      *    DA LOJA PELO KARDEX (LINHA "S" DE CADA COMPONENTE) E O KIT
      *    ENTRA (LINHA "E"), COM O CUSTO MEDIO DO KIT PONDERADO PELO
      *    CUSTO DOS COMPONENTES. A VENDA DO KIT EM TP10-VENDAS USA A
      *    MESMA COMPOSICAO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY LOCAIS-SELECT.

           COPY LOTE-SELECT.

           COPY KIT-SELECT.

           SELECT MOVIMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY PRODLOCK-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY LOCAIS-FD.

       COPY LOTE-FD.

       COPY KIT-FD.

       FD  MOVIMENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVIMENTO.

       01  REG-MOVIMENTO.
           05 MV-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-TIPO               PIC X                 VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-LOCAL              PIC X(2)              VALUE SPACES.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY PRODLOCK-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-COMPONENTE-ENTRADA.
           05 WS-ENT-KIT            PIC X(5)              VALUE SPACES.
           05 WS-ENT-COMPONENTE     PIC X(5)              VALUE SPACES.
           05 WS-ENT-QUANTIDADE     PIC 9(3)              VALUE ZEROS.
       77 WS-ENT-MONTAGEM           PIC 9(5)              VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-MOV-CODIGO             PIC X(5)              VALUE SPACES.
       77 WS-MOV-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
       77 WS-TIPO-MOVIMENTO         PIC X                 VALUE "S".
       77 WS-KIT-BAIXA              PIC 9(8)              VALUE ZEROS.
       77 WS-CUSTO-CALC             PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-PRODUTO-EXISTE         PIC 9                 VALUE ZEROS.
           88 FLAG-PRODUTO-EXISTE                         VALUE 1.
       77 WS-SITUACAO-COMPOSICAO    PIC 9                 VALUE ZEROS.
           88 FLAG-COMPOSICAO-OK                          VALUE 0.
           88 FLAG-COMPONENTE-E-KIT                       VALUE 1.
           88 FLAG-KIT-E-COMPONENTE                       VALUE 2.
      *---- TABELA DA COMPOSICAO (kits.dat INTEIRO) ------------------*
       77 CONST-LIMITE-KITS         PIC 9(4)              VALUE 999.
       77 WS-TOTAL-KITS             PIC 9(4)              VALUE ZEROS.
       77 WS-POS-KIT                PIC 9(4)              VALUE ZEROS.
           88 FLAG-KIT-NA-TABELA    VALUE 1 THRU 999.
       77 WS-IDX-KIT                PIC 9(4)              VALUE ZEROS.
       77 WS-KIT-ESTOURO            PIC 9                 VALUE ZEROS.
           88 FLAG-KIT-ESTOURO                            VALUE 1.
       01 TB-KITS.
           02 KIT-ITEM OCCURS 999 TIMES.
               10 TB-KT-KIT         PIC X(5)              VALUE SPACES.
               10 TB-KT-COMPONENTE  PIC X(5)              VALUE SPACES.
               10 TB-KT-QUANTIDADE  PIC 9(3)              VALUE ZEROS.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY LOCAIS-STATUS.
           COPY LOTE-STATUS.
           COPY KIT-STATUS.
      *    A MONTAGEM E FEITA NA LOJA, DE ONDE O KIT E VENDIDO.
       77 CONST-LOCAL-LOJA          PIC X(2)              VALUE "LJ".
       77 WS-ARQ-MOVIMENTOS         PIC X(60)             VALUE SPACES.
       77 WS-STATUS-MOVIMENTOS      PIC X(02)             VALUE SPACES.
           88 FLAG-MOVIMENTOS-SUCESSO        VALUE "00".
           88 FLAG-MOVIMENTOS-EOF            VALUE "10".
           88 FLAG-MOVIMENTOS-NAO-CRIADO     VALUE "35".
           COPY AUDITORIA-STATUS.
           COPY PRODLOCK-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Kits e produtos compostos".

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
           "TP10 - Kits e produtos compostos".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir ou alterar componente de kit".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - excluir componente de kit".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - consultar kit".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - montar kits".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-COMPONENTE.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Kits e produtos compostos".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do kit: ".
           10 SC-ENT-KIT            LINE + 0  COLUMN  60
           USING WS-ENT-KIT.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Codigo do componente: ".
           10 SC-ENT-COMPONENTE     LINE + 0  COLUMN  60
           USING WS-ENT-COMPONENTE.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Quantidade por kit: ".
           10 SC-ENT-QUANTIDADE     LINE + 0  COLUMN  60  PIC ZZ9
           USING WS-ENT-QUANTIDADE.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

      *    A MONTAGEM GRAVA NO MESTRE: SEM A TRAVA, A SESSAO SO
      *    MANTEM E CONSULTA A COMPOSICAO.
           PERFORM TRAVAR-PRODUTOS-MESTRE.

           IF FLAG-TRAVA-OCUPADA
               DISPLAY "MESTRE EM USO POR " AT 2028
               FOREGROUND-COLOR 6
               DISPLAY TL-OPERADOR AT 2046 FOREGROUND-COLOR 6
               DISPLAY "MONTAGEM DE KITS INDISPONIVEL" AT 2128
               FOREGROUND-COLOR 6
           END-IF.

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
       TRAVAR-PRODUTOS-MESTRE.
           COPY TRAVAR-PRODUTOS.
      *--------------------------------------------------------------*
       LIBERAR-PRODUTOS-MESTRE.
           COPY LIBERAR-PRODUTOS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-KITS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MOVIMENTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="movimentos_estoque.txt"==
                ==:DESTINO:== BY ==WS-ARQ-MOVIMENTOS==
                ==:DDVAR:==  BY =="DD_MOVIMENTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ESTOQUE-LOCAIS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="estoque_locais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-LOCAIS==
                ==:DDVAR:==  BY =="DD_ESTOQUE-LOCAIS"==.
      *--------------------------------------------------------------*
       APLICAR-SALDO-LOCAL.
           COPY APLICAR-SALDO-LOCAL.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-LOTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="estoque_lotes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-LOTES==
                ==:DDVAR:==  BY =="DD_ESTOQUE-LOTES"==.
      *--------------------------------------------------------------*
       APLICAR-LOTE.
           COPY APLICAR-LOTE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-KITS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="kits.dat"==
                ==:DESTINO:== BY ==WS-ARQ-KITS==
                ==:DDVAR:==  BY =="DD_KITS"==.
      *--------------------------------------------------------------*
       APURAR-KIT.
           COPY APURAR-KIT.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-COMPONENTE
               WHEN 2
                   PERFORM EXCLUIR-COMPONENTE
               WHEN 3
                   PERFORM CONSULTAR-KIT
               WHEN 4
                   IF FLAG-TRAVA-OBTIDA
                       PERFORM MONTAR-KITS
                   ELSE
                       DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                       DISPLAY "Mestre em uso - montagem de kits "
                           "indisponivel" FOREGROUND-COLOR 6 AT 2028
                   END-IF
               WHEN 5
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    O COMPONENTE JA LIGADO AO KIT TEM A QUANTIDADE TROCADA.
      *    KIT DENTRO DE KIT NAO E ACEITO: O COMPONENTE NAO PODE SER
      *    UM KIT, NEM O KIT SER COMPONENTE DE OUTRO.
      *--------------------------------------------------------------*
       INCLUIR-COMPONENTE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-KIT WS-ENT-COMPONENTE.
           MOVE ZEROS  TO WS-ENT-QUANTIDADE.

           DISPLAY SC-COMPONENTE.
           ACCEPT SC-ENT-KIT.
           ACCEPT SC-ENT-COMPONENTE.
           ACCEPT SC-ENT-QUANTIDADE.

           IF WS-ENT-KIT = SPACES
           OR WS-ENT-COMPONENTE = SPACES
           OR WS-ENT-QUANTIDADE = ZEROS
           OR WS-ENT-KIT = WS-ENT-COMPONENTE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-KITS
               PERFORM CONFERIR-COMPOSICAO
               PERFORM CONFERIR-KIT-E-COMPONENTE

               EVALUATE TRUE
                   WHEN FLAG-KIT-ESTOURO
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Composicao dos kits acima do limite"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN NOT FLAG-PRODUTO-EXISTE
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Kit ou componente sem cadastro no "
                           "mestre" FOREGROUND-COLOR 6 AT 2028
                   WHEN FLAG-COMPONENTE-E-KIT
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Componente e um kit - kit dentro de "
                           "kit nao e aceito" FOREGROUND-COLOR 6
                           AT 2028
                   WHEN FLAG-KIT-E-COMPONENTE
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Kit ja e componente de outro kit"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN NOT FLAG-KIT-NA-TABELA
                   AND WS-TOTAL-KITS >= CONST-LIMITE-KITS
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Composicao dos kits acima do limite"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN OTHER
                       PERFORM GRAVAR-COMPONENTE
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Componente gravado com sucesso"
                       FOREGROUND-COLOR 2 AT 2028
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-KITS.

           MOVE ZEROS  TO WS-TOTAL-KITS WS-KIT-ESTOURO.
           MOVE SPACES TO WS-STATUS-KITS.

           PERFORM OBTER-CAMINHO-KITS.

           OPEN INPUT KITS.

           IF FLAG-KITS-SUCESSO
               PERFORM CARREGAR-LINHA-KIT WITH TEST BEFORE
               UNTIL FLAG-KITS-EOF
               OR WS-TOTAL-KITS >= CONST-LIMITE-KITS

               IF NOT FLAG-KITS-EOF
                   READ KITS

                   IF NOT FLAG-KITS-EOF
                       MOVE 1 TO WS-KIT-ESTOURO
                   END-IF
               END-IF

               CLOSE KITS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-KIT.

           READ KITS.

           IF NOT FLAG-KITS-EOF
               ADD 1 TO WS-TOTAL-KITS
               MOVE KT-KIT        TO TB-KT-KIT(WS-TOTAL-KITS)
               MOVE KT-COMPONENTE TO TB-KT-COMPONENTE(WS-TOTAL-KITS)
               MOVE KT-QUANTIDADE TO TB-KT-QUANTIDADE(WS-TOTAL-KITS)
           END-IF.
      *--------------------------------------------------------------*
      *    LOCALIZA O PAR KIT/COMPONENTE NA TABELA E VERIFICA NO
      *    MESTRE SE O KIT E O COMPONENTE EXISTEM.
      *--------------------------------------------------------------*
       CONFERIR-COMPOSICAO.

           MOVE ZEROS TO WS-POS-KIT WS-PRODUTO-EXISTE.

           PERFORM VARYING WS-IDX-KIT FROM 1 BY 1
           UNTIL WS-IDX-KIT > WS-TOTAL-KITS

               IF TB-KT-KIT(WS-IDX-KIT) = WS-ENT-KIT
               AND TB-KT-COMPONENTE(WS-IDX-KIT) = WS-ENT-COMPONENTE
                   MOVE WS-IDX-KIT TO WS-POS-KIT
               END-IF
           END-PERFORM.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE WS-ENT-KIT TO FD-PROD-CODIGO
               READ PRODUTOS

               IF FLAG-PRODUTOS-SUCESSO
                   MOVE WS-ENT-COMPONENTE TO FD-PROD-CODIGO
                   READ PRODUTOS

                   IF FLAG-PRODUTOS-SUCESSO
                       MOVE 1 TO WS-PRODUTO-EXISTE
                   END-IF
               END-IF

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-KIT-E-COMPONENTE.

           MOVE ZEROS TO WS-SITUACAO-COMPOSICAO.

           PERFORM VARYING WS-IDX-KIT FROM 1 BY 1
           UNTIL WS-IDX-KIT > WS-TOTAL-KITS

               EVALUATE TRUE
                   WHEN TB-KT-KIT(WS-IDX-KIT) = WS-ENT-COMPONENTE
                       MOVE 1 TO WS-SITUACAO-COMPOSICAO
                   WHEN TB-KT-COMPONENTE(WS-IDX-KIT) = WS-ENT-KIT
                       MOVE 2 TO WS-SITUACAO-COMPOSICAO
               END-EVALUATE
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-COMPONENTE.

           IF NOT FLAG-KIT-NA-TABELA
               ADD 1 TO WS-TOTAL-KITS
               MOVE WS-TOTAL-KITS     TO WS-POS-KIT
               MOVE WS-ENT-KIT        TO TB-KT-KIT(WS-POS-KIT)
               MOVE WS-ENT-COMPONENTE TO TB-KT-COMPONENTE(WS-POS-KIT)
           END-IF.

           MOVE WS-ENT-QUANTIDADE TO TB-KT-QUANTIDADE(WS-POS-KIT).

           PERFORM REGRAVAR-KITS.

           STRING "KIT=" DELIMITED BY SIZE
                  WS-ENT-KIT DELIMITED BY SIZE
                  " COMP=" DELIMITED BY SIZE
                  WS-ENT-COMPONENTE DELIMITED BY SIZE
                  " QTD=" DELIMITED BY SIZE
                  WS-ENT-QUANTIDADE DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "COMPONENTE GRAVADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    REGRAVA kits.dat COM A TABELA; A LINHA EXCLUIDA FICA COM
      *    QUANTIDADE ZERO E NAO E GRAVADA.
      *--------------------------------------------------------------*
       REGRAVAR-KITS.

           MOVE SPACES TO WS-STATUS-KITS.

           PERFORM OBTER-CAMINHO-KITS.

           OPEN OUTPUT KITS.

           PERFORM REGRAVAR-LINHA-KIT
           VARYING WS-IDX-KIT FROM 1 BY 1
           UNTIL WS-IDX-KIT > WS-TOTAL-KITS.

           CLOSE KITS.
      *--------------------------------------------------------------*
       REGRAVAR-LINHA-KIT.

           IF TB-KT-QUANTIDADE(WS-IDX-KIT) > ZEROS
               MOVE SPACES TO REG-KIT
               MOVE TB-KT-KIT(WS-IDX-KIT)        TO KT-KIT
               MOVE TB-KT-COMPONENTE(WS-IDX-KIT) TO KT-COMPONENTE
               MOVE TB-KT-QUANTIDADE(WS-IDX-KIT) TO KT-QUANTIDADE
               WRITE REG-KIT
           END-IF.
      *--------------------------------------------------------------*
       EXCLUIR-COMPONENTE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-KIT WS-ENT-COMPONENTE.
           MOVE ZEROS  TO WS-ENT-QUANTIDADE.

           DISPLAY "Codigo do kit: " AT 1028.
           ACCEPT WS-ENT-KIT AT 1060.
           DISPLAY "Codigo do componente: " AT 1128.
           ACCEPT WS-ENT-COMPONENTE AT 1160.

           PERFORM CARREGAR-KITS.
           PERFORM CONFERIR-COMPOSICAO.

           EVALUATE TRUE
               WHEN FLAG-KIT-ESTOURO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Composicao dos kits acima do limite"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-KIT-NA-TABELA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Componente nao faz parte do kit"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   MOVE ZEROS TO TB-KT-QUANTIDADE(WS-POS-KIT)
                   PERFORM REGRAVAR-KITS

                   STRING "KIT=" DELIMITED BY SIZE
                          WS-ENT-KIT DELIMITED BY SIZE
                          " COMP=" DELIMITED BY SIZE
                          WS-ENT-COMPONENTE DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "COMPONENTE EXCLUIDO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Componente excluido do kit"
                   FOREGROUND-COLOR 2 AT 2028
           END-EVALUATE.
      *--------------------------------------------------------------*
       CONSULTAR-KIT.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-KIT.

           DISPLAY "Codigo do kit: " AT 0528.
           ACCEPT WS-ENT-KIT AT 0544.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE WS-ENT-KIT TO FD-PROD-CODIGO WS-KT-KIT
               READ PRODUTOS
               PERFORM APURAR-KIT

               EVALUATE TRUE
                   WHEN NOT FLAG-PRODUTOS-SUCESSO
                       DISPLAY "Produto nao encontrado"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN NOT FLAG-KT-E-KIT
                       DISPLAY "Produto sem composicao de kit"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN OTHER
                       PERFORM MOSTRAR-KIT
               END-EVALUATE

               CLOSE PRODUTOS
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       MOSTRAR-KIT.

           DISPLAY FD-PROD-DESCRICAO AT 0628.
           DISPLAY "Montados em estoque: " AT 0728.
           DISPLAY FD-PROD-QTD-ESTOQUE AT 0750.
           DISPLAY "Montaveis pelos componentes: " AT 0828.
           DISPLAY WS-KT-MONTAVEIS AT 0858.
           DISPLAY "Custo pelos componentes: " AT 0928.
           DISPLAY WS-KT-CUSTO AT 0954.

           DISPLAY "Comp. Descricao                 Qtd  Saldo"
               AT 1128.

           MOVE 12 TO WS-COUNT-LINE.

           PERFORM MOSTRAR-LINHA-COMPONENTE
           VARYING WS-KT-IDX FROM 1 BY 1
           UNTIL WS-KT-IDX > WS-KT-TOTAL-COMPONENTES.
      *--------------------------------------------------------------*
       MOSTRAR-LINHA-COMPONENTE.

           DISPLAY TB-KC-CODIGO(WS-KT-IDX)
               AT LINE WS-COUNT-LINE COLUMN 28.
           DISPLAY TB-KC-DESCRICAO(WS-KT-IDX)(1:25)
               AT LINE WS-COUNT-LINE COLUMN 34.
           DISPLAY TB-KC-QUANTIDADE(WS-KT-IDX)
               AT LINE WS-COUNT-LINE COLUMN 60.
           DISPLAY TB-KC-SALDO(WS-KT-IDX)
               AT LINE WS-COUNT-LINE COLUMN 65.

           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
      *    MONTAGEM: CADA COMPONENTE SAI DO ESTOQUE DA LOJA PELA
      *    QUANTIDADE DO KIT VEZES A QUANTIDADE MONTADA E O KIT
      *    ENTRA, COM O CUSTO MEDIO PONDERADO ENTRE O SALDO JA
      *    MONTADO E O CUSTO DOS COMPONENTES.
      *--------------------------------------------------------------*
       MONTAR-KITS.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-KIT.
           MOVE ZEROS  TO WS-ENT-MONTAGEM.

           DISPLAY "Codigo do kit: " AT 0528.
           ACCEPT WS-ENT-KIT AT 0560.
           DISPLAY "Quantidade de kits a montar: " AT 0628.
           ACCEPT WS-ENT-MONTAGEM AT 0660.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN I-O PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE WS-ENT-KIT TO FD-PROD-CODIGO WS-KT-KIT
               READ PRODUTOS
               PERFORM APURAR-KIT

               EVALUATE TRUE
                   WHEN NOT FLAG-PRODUTOS-SUCESSO
                       DISPLAY "Produto nao encontrado"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN NOT FLAG-KT-E-KIT
                       DISPLAY "Produto sem composicao de kit"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN WS-ENT-MONTAGEM = ZEROS
                       DISPLAY "Quantidade invalida"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN WS-ENT-MONTAGEM > WS-KT-MONTAVEIS
                       DISPLAY "Componentes insuficientes - montaveis: "
                       FOREGROUND-COLOR 6 AT 2028
                       DISPLAY WS-KT-MONTAVEIS
                       FOREGROUND-COLOR 6 AT 2068
                   WHEN FD-PROD-QTD-ESTOQUE + WS-ENT-MONTAGEM > 99999
                       DISPLAY "Saldo do kit ultrapassaria o limite"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN OTHER
                       PERFORM LANCAR-MONTAGEM
               END-EVALUATE

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       LANCAR-MONTAGEM.

           MOVE "S" TO WS-TIPO-MOVIMENTO.

           PERFORM BAIXAR-COMPONENTE-MONTAGEM
           VARYING WS-KT-IDX FROM 1 BY 1
           UNTIL WS-KT-IDX > WS-KT-TOTAL-COMPONENTES.

           MOVE WS-ENT-KIT TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FD-PROD-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO FD-PROD-CUSTO-MEDIO
           END-IF.

           COMPUTE WS-CUSTO-CALC ROUNDED =
               (FD-PROD-QTD-ESTOQUE * FD-PROD-CUSTO-MEDIO
              + WS-ENT-MONTAGEM * WS-KT-CUSTO)
              / (FD-PROD-QTD-ESTOQUE + WS-ENT-MONTAGEM).
           MOVE WS-CUSTO-CALC TO FD-PROD-CUSTO-MEDIO.

           ADD WS-ENT-MONTAGEM TO FD-PROD-QTD-ESTOQUE.

           REWRITE REG-PRODUTO.

           MOVE WS-ENT-KIT        TO WS-LOC-CODIGO WS-MOV-CODIGO.
           MOVE CONST-LOCAL-LOJA  TO WS-LOC-LOCAL.
           MOVE "E"               TO WS-LOC-TIPO WS-TIPO-MOVIMENTO.
           MOVE WS-ENT-MONTAGEM   TO WS-LOC-QTD WS-MOV-QUANTIDADE.
           PERFORM APLICAR-SALDO-LOCAL.
           PERFORM GRAVAR-MOVIMENTO-ESTOQUE.

           STRING "KIT=" DELIMITED BY SIZE
                  WS-ENT-KIT DELIMITED BY SIZE
                  " QTD=" DELIMITED BY SIZE
                  WS-ENT-MONTAGEM DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "KITS MONTADOS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY "Montagem lancada - kits em estoque: "
           FOREGROUND-COLOR 2 AT 2028.
           DISPLAY FD-PROD-QTD-ESTOQUE
           FOREGROUND-COLOR 2 AT 2065.
      *--------------------------------------------------------------*
       BAIXAR-COMPONENTE-MONTAGEM.

           COMPUTE WS-KIT-BAIXA =
               WS-ENT-MONTAGEM * TB-KC-QUANTIDADE(WS-KT-IDX).

           MOVE TB-KC-CODIGO(WS-KT-IDX) TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               SUBTRACT WS-KIT-BAIXA FROM FD-PROD-QTD-ESTOQUE

               REWRITE REG-PRODUTO

               MOVE TB-KC-CODIGO(WS-KT-IDX) TO WS-LOC-CODIGO
                                               WS-LT-CODIGO
                                               WS-MOV-CODIGO
               MOVE CONST-LOCAL-LOJA TO WS-LOC-LOCAL
               MOVE "S"              TO WS-LOC-TIPO WS-LT-TIPO
               MOVE WS-KIT-BAIXA     TO WS-LOC-QTD WS-LT-QTD
                                        WS-MOV-QUANTIDADE
               PERFORM APLICAR-SALDO-LOCAL

               MOVE WS-DATA-HOJE TO WS-LT-DATA
               PERFORM APLICAR-LOTE

               PERFORM GRAVAR-MOVIMENTO-ESTOQUE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTO-ESTOQUE.
           PERFORM OBTER-CAMINHO-MOVIMENTOS.

           MOVE SPACES TO WS-STATUS-MOVIMENTOS.

           OPEN EXTEND MOVIMENTOS.

           IF NOT FLAG-MOVIMENTOS-SUCESSO
               IF FLAG-MOVIMENTOS-NAO-CRIADO
                   OPEN OUTPUT MOVIMENTOS
               END-IF
           END-IF.

           MOVE SPACES TO REG-MOVIMENTO.

           MOVE WS-MOV-CODIGO     TO MV-CODIGO.
           MOVE WS-TIPO-MOVIMENTO TO MV-TIPO.
           MOVE WS-MOV-QUANTIDADE TO MV-QUANTIDADE.
           MOVE WS-DATA-HOJE      TO MV-DATA.
           MOVE WS-LOGIN-ID       TO MV-OPERADOR.
           MOVE CONST-LOCAL-LOJA  TO MV-LOCAL.

           WRITE REG-MOVIMENTO.

           CLOSE MOVIMENTOS.
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
