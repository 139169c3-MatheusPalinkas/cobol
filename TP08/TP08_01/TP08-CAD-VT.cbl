       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-CAD-VT.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    VALE-TRANSPORTE: MANTEM vale_transporte.dat (OS TRAJETOS
      *    DIARIOS DE CADA PRONTUARIO - OPERADORA, LINHA, VIAGENS POR
      *    DIA, TARIFA E DIAS UTEIS) E GERA O PEDIDO MENSAL DE COMPRA
      *    DE PASSAGENS (vt_pedido_compra.txt), COM O DETALHE POR
      *    TRAJETO E O TOTAL A PAGAR A CADA OPERADORA, PARA O
      *    FINANCEIRO QUITAR A COMPRA ANTES DO DIA 1o. O DESCONTO DA
      *    PARTE DO FUNCIONARIO E FEITO PELA FOLHA (TP08-MAIN), QUE
      *    LE O MESMO CADASTRO - ACABANDO COM A RUBRICA MANUAL.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VALE-TRANSP-SELECT.

           COPY FUNC-MASTER-SELECT.

           SELECT PEDIDO-VT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PEDIDO-VT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY VALE-TRANSP-FD.

       COPY FUNC-MASTER-FD.

       FD PEDIDO-VT
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PEDIDO-VT.

       01 REG-PEDIDO-VT.
           05 PV-LINHA              PIC X(80)      VALUE SPACES.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-VT-ENTRADA.
           05 WS-ENT-PRONTUARIO     PIC X(8)              VALUE SPACES.
           05 WS-ENT-OPERADORA      PIC X(10)             VALUE SPACES.
           05 WS-ENT-LINHA          PIC X(20)             VALUE SPACES.
           05 WS-ENT-VIAGENS-DIA    PIC 9(2)              VALUE ZEROS.
           05 WS-ENT-TARIFA         PIC 9(3)V9(2)         VALUE ZEROS.
           05 WS-ENT-DIAS-UTEIS     PIC 9(2)              VALUE ZEROS.
               88 FLAG-ENT-DIAS-VALIDO         VALUE 1 THRU 31.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
      *---- TABELA DE TRAJETOS (ENCERRAMENTO) ------------------------*
       77 WS-TOTAL-ITENS            PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-TABELA       PIC 9(3)              VALUE 400.
       77 WS-POS-ENCONTRADA         PIC 9(3)              VALUE ZEROS.
           88 FLAG-VT-ENCONTRADO               VALUE 1 THRU 400.
       77 WS-CONT                   PIC 9(3)              VALUE ZEROS.
       01 TB-TRAJETOS.
           02 TRAJETOS-TAB OCCURS 400 TIMES.
               10 TB-VT-REGISTRO    PIC X(60)             VALUE SPACES.
      *---- TOTAIS DO PEDIDO POR OPERADORA ---------------------------*
       77 WS-TOTAL-OPERADORAS       PIC 9(2)              VALUE ZEROS.
       77 CONST-LIMITE-OPERADORAS   PIC 9(2)              VALUE 30.
       77 WS-POS-OPERADORA          PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-OPERADORA          PIC 9(2)              VALUE ZEROS.
       01 TB-OPERADORAS.
           02 OPERADORAS-TAB OCCURS 30 TIMES.
               10 TB-OP-CODIGO      PIC X(10)             VALUE SPACES.
               10 TB-OP-QTD         PIC 9(7)              VALUE ZEROS.
               10 TB-OP-VALOR       PIC 9(9)V9(2)         VALUE ZEROS.
       77 WS-QTD-PASSAGENS          PIC 9(5)              VALUE ZEROS.
       77 WS-VALOR-TRAJETO          PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-QTD-TRAJETOS           PIC 9(4)              VALUE ZEROS.
       77 WS-TOTAL-PEDIDO           PIC 9(9)V9(2)         VALUE ZEROS.
      *---- LINHAS DO PEDIDO DE COMPRA -------------------------------*
       01 PV-TITULO.
           05 FILLER PIC X(37) VALUE
              "PEDIDO DE COMPRA DE VALE-TRANSPORTE -".
           05 FILLER PIC X VALUE SPACES.
           05 PV-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 PV-TIT-ANO PIC 9(4).
       01 PV-DETALHE.
           05 PV-DET-PRONTUARIO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PV-DET-OPERADORA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PV-DET-LINHA PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PV-DET-QTD PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PV-DET-VALOR PIC ZZZZZZ9,99.
       01 PV-SUBTITULO.
           05 FILLER PIC X(30) VALUE
              "TOTAL A PAGAR POR OPERADORA".
       01 PV-OPERADORA.
           05 FILLER PIC X(10) VALUE SPACES.
           05 PV-OP-CODIGO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PV-OP-QTD PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PV-OP-VALOR PIC ZZZZZZZZ9,99.
       01 PV-TOTAL.
           05 FILLER PIC X(22) VALUE "TOTAL DO PEDIDO:".
           05 PV-TOT-QTD PIC ZZZ9.
           05 FILLER PIC X(11) VALUE " TRAJETOS  ".
           05 PV-TOT-VALOR PIC ZZZZZZZZ9,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY VALE-TRANSP-STATUS.
           COPY FUNC-MASTER-STATUS.
       77 WS-ARQ-PEDIDO-VT          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PEDIDO-VT       PIC X(02)             VALUE SPACES.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Vale-transporte".

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
           "TP08 - Vale-transporte".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir trajeto".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar trajetos de um prontuario".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - encerrar trajeto".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - gerar pedido de compra da competencia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-TRAJETO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Vale-transporte".

           10   LINE 09   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Prontuario: ".
           10 SC-ENT-PRONTUARIO     LINE + 0  COLUMN  58
           USING WS-ENT-PRONTUARIO.

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Operadora: ".
           10 SC-ENT-OPERADORA      LINE + 0  COLUMN  58
           USING WS-ENT-OPERADORA.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Linha: ".
           10 SC-ENT-LINHA          LINE + 0  COLUMN  58
           USING WS-ENT-LINHA.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Viagens por dia: ".
           10 SC-ENT-VIAGENS-DIA    LINE + 0  COLUMN  58
           USING WS-ENT-VIAGENS-DIA.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Tarifa por viagem: ".
           10 SC-ENT-TARIFA         LINE + 0  COLUMN  58  PIC ZZ9,99
           USING WS-ENT-TARIFA.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Dias uteis no mes: ".
           10 SC-ENT-DIAS-UTEIS     LINE + 0  COLUMN  58
           USING WS-ENT-DIAS-UTEIS.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-COMPETENCIA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Vale-transporte".

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
                                        BY =="TP08-CADVT"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-CADVT"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VALE-TRANSP.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vale_transporte.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VALE-TRANSP==
                ==:DDVAR:==  BY =="DD_VALE-TRANSP"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PEDIDO-VT.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vt_pedido_compra.txt"==
                ==:DESTINO:== BY ==WS-ARQ-PEDIDO-VT==
                ==:DDVAR:==  BY =="DD_PEDIDO-VT"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-TRAJETO
               WHEN 2
                   PERFORM LISTAR-TRAJETOS
               WHEN 3
                   PERFORM ENCERRAR-TRAJETO
               WHEN 4
                   PERFORM GERAR-PEDIDO-COMPRA
               WHEN 5
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       INCLUIR-TRAJETO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO WS-ENT-OPERADORA
                          WS-ENT-LINHA.
           MOVE ZEROS  TO WS-ENT-VIAGENS-DIA WS-ENT-TARIFA
                          WS-ENT-DIAS-UTEIS.

           DISPLAY SC-TRAJETO.
           ACCEPT SC-ENT-PRONTUARIO.
           ACCEPT SC-ENT-OPERADORA.
           ACCEPT SC-ENT-LINHA.
           ACCEPT SC-ENT-VIAGENS-DIA.
           ACCEPT SC-ENT-TARIFA.
           ACCEPT SC-ENT-DIAS-UTEIS.

           IF WS-ENT-PRONTUARIO = SPACES
           OR WS-ENT-OPERADORA = SPACES
           OR WS-ENT-LINHA = SPACES
           OR WS-ENT-VIAGENS-DIA = ZEROS
           OR WS-ENT-TARIFA = ZEROS
           OR NOT FLAG-ENT-DIAS-VALIDO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CONFERIR-PRONTUARIO

               IF FLAG-FUNC-MASTER-SUCESSO AND FLAG-FUNC-ATIVO
                   PERFORM GRAVAR-TRAJETO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Trajeto incluido com sucesso"
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
       GRAVAR-TRAJETO.
           PERFORM OBTER-CAMINHO-VALE-TRANSP.

           MOVE SPACES TO WS-STATUS-VALE-TRANSP.

           OPEN EXTEND VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-SUCESSO
               IF FLAG-VALE-TRANSP-NAO-CRIADO
                   OPEN OUTPUT VALE-TRANSP
               END-IF
           END-IF.

           MOVE SPACES TO REG-VALE-TRANSP.

           MOVE WS-ENT-PRONTUARIO  TO VT-PRONTUARIO.
           MOVE WS-ENT-OPERADORA   TO VT-OPERADORA.
           MOVE WS-ENT-LINHA       TO VT-LINHA.
           MOVE WS-ENT-VIAGENS-DIA TO VT-VIAGENS-DIA.
           MOVE WS-ENT-TARIFA      TO VT-TARIFA.
           MOVE WS-ENT-DIAS-UTEIS  TO VT-DIAS-UTEIS.
           MOVE "A"                TO VT-SITUACAO.

           WRITE REG-VALE-TRANSP.

           CLOSE VALE-TRANSP.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-ENT-PRONTUARIO DELIMITED BY SIZE
                  " LINHA=" DELIMITED BY SIZE
                  WS-ENT-LINHA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "TRAJETO VT INCLUIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       LISTAR-TRAJETOS.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO.

           DISPLAY "Prontuario: " AT 0528.
           ACCEPT WS-ENT-PRONTUARIO AT 0541.

           MOVE 7 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-VALE-TRANSP.

           PERFORM OBTER-CAMINHO-VALE-TRANSP.

           OPEN INPUT VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-SUCESSO
               DISPLAY "NENHUM TRAJETO CADASTRADO AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-TRAJETO WITH TEST BEFORE
               UNTIL FLAG-VALE-TRANSP-EOF
               CLOSE VALE-TRANSP
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-TRAJETO.

           READ VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-EOF
               IF VT-PRONTUARIO = WS-ENT-PRONTUARIO
                   DISPLAY VT-OPERADORA
                       AT LINE WS-COUNT-LINE COLUMN 10
                   DISPLAY VT-LINHA
                       AT LINE WS-COUNT-LINE COLUMN 22
                   DISPLAY VT-VIAGENS-DIA
                       AT LINE WS-COUNT-LINE COLUMN 44
                   DISPLAY VT-TARIFA
                       AT LINE WS-COUNT-LINE COLUMN 48
                   DISPLAY VT-DIAS-UTEIS
                       AT LINE WS-COUNT-LINE COLUMN 56
                   DISPLAY VT-SITUACAO
                       AT LINE WS-COUNT-LINE COLUMN 60
                   ADD 1 TO WS-COUNT-LINE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O TRAJETO ENCERRADO FICA NO ARQUIVO (SITUACAO E), PARA
      *    HISTORICO; A FOLHA E O PEDIDO DE COMPRA SO USAM OS ATIVOS.
      *--------------------------------------------------------------*
       ENCERRAR-TRAJETO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-PRONTUARIO WS-ENT-LINHA.

           DISPLAY "Prontuario: " AT 0728.
           ACCEPT WS-ENT-PRONTUARIO AT 0752.
           DISPLAY "Linha:      " AT 0828.
           ACCEPT WS-ENT-LINHA AT 0852.

           PERFORM CARREGAR-TABELA-TRAJETOS.
           PERFORM LOCALIZAR-TRAJETO.

           IF FLAG-VT-ENCONTRADO
               MOVE TB-VT-REGISTRO(WS-POS-ENCONTRADA)
                   TO REG-VALE-TRANSP
               MOVE "E" TO VT-SITUACAO
               MOVE REG-VALE-TRANSP
                   TO TB-VT-REGISTRO(WS-POS-ENCONTRADA)
               PERFORM SALVAR-TABELA-TRAJETOS

               STRING "PRONT=" DELIMITED BY SIZE
                      WS-ENT-PRONTUARIO DELIMITED BY SIZE
                      " LINHA=" DELIMITED BY SIZE
                      WS-ENT-LINHA DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "TRAJETO VT ENCERRADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Trajeto encerrado com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           ELSE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Trajeto ativo nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-TRAJETOS.
           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-STATUS-VALE-TRANSP.

           PERFORM OBTER-CAMINHO-VALE-TRANSP.

           OPEN INPUT VALE-TRANSP.

           IF FLAG-VALE-TRANSP-SUCESSO
               PERFORM CARREGAR-LINHA-TRAJETO WITH TEST BEFORE
               UNTIL FLAG-VALE-TRANSP-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE VALE-TRANSP
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TRAJETO.

           READ VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-VALE-TRANSP TO TB-VT-REGISTRO(WS-TOTAL-ITENS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-TRAJETO.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE TB-VT-REGISTRO(WS-CONT) TO REG-VALE-TRANSP

               IF VT-PRONTUARIO = WS-ENT-PRONTUARIO
               AND VT-LINHA = WS-ENT-LINHA
               AND FLAG-VT-ATIVO
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-TRAJETOS.
           OPEN OUTPUT VALE-TRANSP.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE TB-VT-REGISTRO(WS-CONT) TO REG-VALE-TRANSP
               WRITE REG-VALE-TRANSP
           END-PERFORM.

           CLOSE VALE-TRANSP.
      *--------------------------------------------------------------*
      *    PEDIDO DE COMPRA: PARA CADA TRAJETO ATIVO DE FUNCIONARIO
      *    ATIVO NO MESTRE, AS PASSAGENS DO MES SAO AS VIAGENS POR DIA
      *    VEZES OS DIAS UTEIS; O TOTAL DE CADA OPERADORA E O VALOR A
      *    PAGAR A ELA ANTES DO INICIO DA COMPETENCIA.
      *--------------------------------------------------------------*
       GERAR-PEDIDO-COMPRA.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida" AT 2028
               FOREGROUND-COLOR 6
           ELSE
               PERFORM GERAR-ARQUIVO-PEDIDO
           END-IF.
      *--------------------------------------------------------------*
       GERAR-ARQUIVO-PEDIDO.
           MOVE ZEROS TO WS-QTD-TRAJETOS WS-TOTAL-PEDIDO
                         WS-TOTAL-OPERADORAS.
           INITIALIZE TB-OPERADORAS.

           PERFORM OBTER-CAMINHO-VALE-TRANSP.
           PERFORM OBTER-CAMINHO-FUNC-MASTER.
           PERFORM OBTER-CAMINHO-PEDIDO-VT.

           MOVE SPACES TO WS-STATUS-VALE-TRANSP WS-STATUS-FUNC-MASTER.

           OPEN INPUT VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-SUCESSO
               DISPLAY "NENHUM TRAJETO CADASTRADO AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               OPEN INPUT FUNC-MASTER
               OPEN OUTPUT PEDIDO-VT

               MOVE WS-COMP-MES TO PV-TIT-MES
               MOVE WS-COMP-ANO TO PV-TIT-ANO
               WRITE REG-PEDIDO-VT FROM PV-TITULO

               PERFORM GERAR-LINHA-PEDIDO WITH TEST BEFORE
               UNTIL FLAG-VALE-TRANSP-EOF

               MOVE SPACES TO REG-PEDIDO-VT
               WRITE REG-PEDIDO-VT
               WRITE REG-PEDIDO-VT FROM PV-SUBTITULO

               PERFORM GRAVAR-TOTAL-OPERADORA
               VARYING WS-IDX-OPERADORA FROM 1 BY 1
               UNTIL WS-IDX-OPERADORA > WS-TOTAL-OPERADORAS

               MOVE WS-QTD-TRAJETOS TO PV-TOT-QTD
               MOVE WS-TOTAL-PEDIDO TO PV-TOT-VALOR
               WRITE REG-PEDIDO-VT FROM PV-TOTAL

               CLOSE PEDIDO-VT
               CLOSE FUNC-MASTER
               CLOSE VALE-TRANSP

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Pedido de compra gerado - trajetos: "
               FOREGROUND-COLOR 2 AT 2028
               DISPLAY WS-QTD-TRAJETOS
               FOREGROUND-COLOR 2 AT 2065

               STRING "COMP=" DELIMITED BY SIZE
                      WS-COMP-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-COMP-ANO DELIMITED BY SIZE
                      " TRAJETOS=" DELIMITED BY SIZE
                      WS-QTD-TRAJETOS DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "PEDIDO VT GERADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS
               MOVE WS-ARQ-PEDIDO-VT  TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL
           END-IF.
      *--------------------------------------------------------------*
       GERAR-LINHA-PEDIDO.

           READ VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-EOF
           AND FLAG-VT-ATIVO
               MOVE VT-PRONTUARIO TO FM-PRONTUARIO
               READ FUNC-MASTER

               IF FLAG-FUNC-MASTER-SUCESSO AND FLAG-FUNC-ATIVO
                   COMPUTE WS-QTD-PASSAGENS =
                       VT-VIAGENS-DIA * VT-DIAS-UTEIS
                   COMPUTE WS-VALOR-TRAJETO ROUNDED =
                       WS-QTD-PASSAGENS * VT-TARIFA

                   MOVE SPACES TO REG-PEDIDO-VT
                   MOVE VT-PRONTUARIO    TO PV-DET-PRONTUARIO
                   MOVE VT-OPERADORA     TO PV-DET-OPERADORA
                   MOVE VT-LINHA         TO PV-DET-LINHA
                   MOVE WS-QTD-PASSAGENS TO PV-DET-QTD
                   MOVE WS-VALOR-TRAJETO TO PV-DET-VALOR
                   WRITE REG-PEDIDO-VT FROM PV-DETALHE

                   ADD 1 TO WS-QTD-TRAJETOS
                   ADD WS-VALOR-TRAJETO TO WS-TOTAL-PEDIDO

                   PERFORM ACUMULAR-OPERADORA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-OPERADORA.

           MOVE ZEROS TO WS-POS-OPERADORA.

           PERFORM VARYING WS-IDX-OPERADORA FROM 1 BY 1
           UNTIL WS-IDX-OPERADORA > WS-TOTAL-OPERADORAS
               IF TB-OP-CODIGO(WS-IDX-OPERADORA) = VT-OPERADORA
                   MOVE WS-IDX-OPERADORA TO WS-POS-OPERADORA
               END-IF
           END-PERFORM.

           IF WS-POS-OPERADORA = ZEROS
               IF WS-TOTAL-OPERADORAS < CONST-LIMITE-OPERADORAS
                   ADD 1 TO WS-TOTAL-OPERADORAS
                   MOVE WS-TOTAL-OPERADORAS TO WS-POS-OPERADORA
                   MOVE VT-OPERADORA
                       TO TB-OP-CODIGO(WS-POS-OPERADORA)
               ELSE
                   DISPLAY "OPERADORAS ACIMA DO LIMITE DA TABELA - "
                       VT-OPERADORA " FORA DOS TOTAIS"
               END-IF
           END-IF.

           IF WS-POS-OPERADORA > ZEROS
               ADD WS-QTD-PASSAGENS TO TB-OP-QTD(WS-POS-OPERADORA)
               ADD WS-VALOR-TRAJETO TO TB-OP-VALOR(WS-POS-OPERADORA)
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-TOTAL-OPERADORA.

           MOVE SPACES TO REG-PEDIDO-VT.
           MOVE TB-OP-CODIGO(WS-IDX-OPERADORA) TO PV-OP-CODIGO.
           MOVE TB-OP-QTD(WS-IDX-OPERADORA)    TO PV-OP-QTD.
           MOVE TB-OP-VALOR(WS-IDX-OPERADORA)  TO PV-OP-VALOR.
           WRITE REG-PEDIDO-VT FROM PV-OPERADORA.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
