       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-COMISSAO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    COMISSAO DE VENDAS: LIGA O OPERADOR DE CAIXA (VD-OPERADOR
      *    DE vendas.dat) AO PRONTUARIO DO VENDEDOR (vendedores.dat),
      *    MANTEM AS REGRAS DE COMISSAO POR SETOR COM META MENSAL
      *    OPCIONAL (comissao_regras.dat) E APURA A COMISSAO DA
      *    COMPETENCIA: LANCA UMA RUBRICA DE PROVENTO (COMI) POR
      *    VENDEDOR EM rubricas_lanc.dat, PARA TP08-MAIN PAGAR NA
      *    FOLHA, E EMITE O EXTRATO DE CADA VENDEDOR COM AS VENDAS
      *    QUE FORMARAM A COMISSAO (extrato_comissao.txt). A APURACAO
      *    E RECUSADA COM A COMPETENCIA FECHADA OU JA APURADA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VENDA-SELECT.

           COPY VENDEDOR-SELECT.

           COPY COMISSAO-REGRA-SELECT.

           COPY RUBRICA-SELECT.

           COPY RUBRICA-LANC-SELECT.

           COPY COMPETENCIA-SELECT.

           COPY FUNC-MASTER-SELECT.

           SELECT EXTRATO-COMISSAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY VENDA-FD.

       COPY VENDEDOR-FD.

       COPY COMISSAO-REGRA-FD.

       COPY RUBRICA-FD.

       COPY RUBRICA-LANC-FD.

       COPY COMPETENCIA-FD.

       COPY FUNC-MASTER-FD.

       FD EXTRATO-COMISSAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-EXTRATO.

       01 REG-EXTRATO.
           05 EX-LINHA              PIC X(80)      VALUE SPACES.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 CONST-RUBRICA-COMISSAO    PIC X(4)              VALUE "COMI".
       01 WS-VINCULO-ENTRADA.
           05 WS-ENT-OPERADOR       PIC X(10)             VALUE SPACES.
           05 WS-ENT-PRONTUARIO     PIC X(8)              VALUE SPACES.
       01 WS-REGRA-ENTRADA.
           05 WS-ENT-SETOR          PIC X(2)              VALUE SPACES.
           05 WS-ENT-PERCENTUAL     PIC 9(2)V9(2)         VALUE ZEROS.
           05 WS-ENT-META           PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-ENT-PERC-META      PIC 9(2)V9(2)         VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)              VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO         VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)              VALUE ZEROS.
       77 WS-COMP-PRIMEIRO-DIA      PIC 9(8)              VALUE ZEROS.
       77 WS-COMP-ULTIMO-DIA        PIC 9(8)              VALUE ZEROS.
       77 WS-COMP-SITUACAO          PIC X                 VALUE SPACES.
           88 FLAG-COMP-LIVRE                    VALUE " " "R".
      *    O FECHAMENTO E POR EMPRESA DO GRUPO: A SITUACAO VALE PELA
      *    ULTIMA LINHA DE CADA EMPRESA, E A COMPETENCIA SO ESTA LIVRE
      *    SE NENHUMA EMPRESA A TIVER FECHADA.
       77 WS-TOTAL-COMP-EMPRESAS    PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-COMP-EMPRESA       PIC 9(2)              VALUE ZEROS.
       01 TB-COMP-EMPRESAS.
           05 TB-COMP-EMPRESA       OCCURS 20 TIMES.
               10 TB-CE-EMPRESA     PIC X(02).
               10 TB-CE-SITUACAO    PIC X.
       77 WS-ACHOU                  PIC 9                 VALUE ZEROS.
           88 FLAG-ACHOU                                  VALUE 1.
      *---- TABELA DE REGRAVACAO (VINCULOS E REGRAS) ------------------*
       77 WS-TOTAL-ITENS            PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-TABELA       PIC 9(3)              VALUE 400.
       77 WS-POS-ENCONTRADA         PIC 9(3)              VALUE ZEROS.
           88 FLAG-ITEM-ENCONTRADO             VALUE 1 THRU 400.
       77 WS-CONT                   PIC 9(3)              VALUE ZEROS.
       01 TB-REGISTROS.
           02 REGISTROS-TAB OCCURS 400 TIMES.
               10 TB-REGISTRO       PIC X(40)             VALUE SPACES.
      *---- TABELA DE VENDEDORES ATIVOS -------------------------------*
       77 WS-TOTAL-VENDEDORES       PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-VENDEDORES   PIC 9(3)              VALUE 100.
       77 WS-IDX-VENDEDOR           PIC 9(3)              VALUE ZEROS.
       77 WS-POS-VENDEDOR           PIC 9(3)              VALUE ZEROS.
       01 TB-VENDEDORES.
           02 VENDEDORES-TAB OCCURS 100 TIMES.
               10 TB-VN-OPERADOR    PIC X(10)             VALUE SPACES.
               10 TB-VN-PRONTUARIO  PIC X(8)              VALUE SPACES.
               10 TB-VN-COMISSAO    PIC 9(7)V9(2)         VALUE ZEROS.
      *---- TABELA DE REGRAS ------------------------------------------*
       77 WS-TOTAL-REGRAS           PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-REGRAS       PIC 9(3)              VALUE 100.
       77 WS-IDX-REGRA              PIC 9(3)              VALUE ZEROS.
       77 WS-POS-REGRA              PIC 9(3)              VALUE ZEROS.
       01 TB-REGRAS.
           02 REGRAS-TAB OCCURS 100 TIMES.
               10 TB-CM-SETOR       PIC X(2)              VALUE SPACES.
               10 TB-CM-PERCENTUAL  PIC 9(2)V9(2)         VALUE ZEROS.
               10 TB-CM-META        PIC 9(7)V9(2)         VALUE ZEROS.
               10 TB-CM-PERC-META   PIC 9(2)V9(2)         VALUE ZEROS.
      *---- APURACAO POR VENDEDOR E SETOR -----------------------------*
       77 WS-TOTAL-APURACAO         PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-APURACAO     PIC 9(3)              VALUE 500.
       77 WS-IDX-APURACAO           PIC 9(3)              VALUE ZEROS.
       77 WS-POS-APURACAO           PIC 9(3)              VALUE ZEROS.
       01 TB-APURACAO.
           02 APURACAO-TAB OCCURS 500 TIMES.
               10 TB-AU-VENDEDOR    PIC 9(3)              VALUE ZEROS.
               10 TB-AU-SETOR       PIC X(2)              VALUE SPACES.
               10 TB-AU-VENDIDO     PIC S9(7)V9(2)        VALUE ZEROS.
               10 TB-AU-TAXA        PIC 9(2)V9(2)         VALUE ZEROS.
               10 TB-AU-COMISSAO    PIC 9(7)V9(2)         VALUE ZEROS.
               10 TB-AU-META        PIC X                 VALUE "N".
      *---- TOTAIS DA APURACAO ----------------------------------------*
       77 WS-VALOR-SEM-VINCULO      PIC S9(9)V9(2)        VALUE ZEROS.
       77 WS-VALOR-SEM-REGRA        PIC S9(9)V9(2)        VALUE ZEROS.
       77 WS-TOTAL-COMISSOES        PIC 9(9)V9(2)         VALUE ZEROS.
       77 WS-QTD-LANCADOS           PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-RUBRICA      PIC 9(5)V9(2)        VALUE 99999,99.
      *---- LINHAS DO EXTRATO -----------------------------------------*
       01 EX-EMPRESA.
           05 EX-EMP-RAZAO PIC X(30) VALUE SPACES.
           05 FILLER PIC X(08) VALUE " CNPJ: ".
           05 EX-EMP-CNPJ PIC X(14) VALUE SPACES.
       01 EX-TITULO.
           05 FILLER PIC X(33) VALUE
              "EXTRATO DE COMISSAO - COMPETENCIA".
           05 FILLER PIC X VALUE SPACES.
           05 EX-TIT-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 EX-TIT-ANO PIC 9(4).
       01 EX-VENDEDOR.
           05 FILLER PIC X(10) VALUE "VENDEDOR: ".
           05 EX-VEN-OPERADOR PIC X(10).
           05 FILLER PIC X(14) VALUE "  PRONTUARIO: ".
           05 EX-VEN-PRONTUARIO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-VEN-NOME PIC X(30).
       01 EX-CABECALHO.
           05 FILLER PIC X(8) VALUE "VENDA".
           05 FILLER PIC X(10) VALUE "DATA".
           05 FILLER PIC X(8) VALUE "PRODUTO".
           05 FILLER PIC X(7) VALUE "SETOR".
           05 FILLER PIC X(8) VALUE "QTDE".
           05 FILLER PIC X(12) VALUE "VALOR".
       01 EX-DETALHE.
           05 EX-DET-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-DET-DATA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-DET-CODIGO PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EX-DET-SETOR PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EX-DET-QUANTIDADE PIC ZZZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-DET-VALOR PIC ZZZZZZ9,99-.
       01 EX-SETOR.
           05 FILLER PIC X(6) VALUE "SETOR ".
           05 EX-SET-SETOR PIC X(2).
           05 FILLER PIC X(10) VALUE " VENDIDO: ".
           05 EX-SET-VENDIDO PIC ZZZZZZ9,99-.
           05 FILLER PIC X(8) VALUE " TAXA: ".
           05 EX-SET-TAXA PIC Z9,99.
           05 FILLER PIC X(2) VALUE "% ".
           05 EX-SET-META PIC X(6).
           05 FILLER PIC X(11) VALUE " COMISSAO: ".
           05 EX-SET-COMISSAO PIC ZZZZZZ9,99.
       01 EX-TOTAL.
           05 EX-TOT-DESCRICAO PIC X(36) VALUE SPACES.
           05 EX-TOT-VALOR PIC ZZZZZZZZ9,99-.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY VENDA-STATUS.
           COPY VENDEDOR-STATUS.
           COPY COMISSAO-REGRA-STATUS.
           COPY RUBRICA-STATUS.
           COPY RUBRICA-LANC-STATUS.
           COPY COMPETENCIA-STATUS.
           COPY FUNC-MASTER-STATUS.
       77 WS-ARQ-EXTRATO            PIC X(60)             VALUE SPACES.
       77 WS-STATUS-EXTRATO         PIC X(02)             VALUE SPACES.

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
           "TP08 - Comissao de vendas".

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
           "TP08 - Comissao de vendas".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - vincular operador a prontuario".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - encerrar vinculo de operador".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - gravar regra de comissao do setor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - listar regras de comissao".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - apurar comissoes da competencia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-VINCULO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Comissao de vendas".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Operador de caixa: ".
           10 SC-ENT-OPERADOR       LINE + 0  COLUMN  56
           USING WS-ENT-OPERADOR.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Prontuario do vendedor: ".
           10 SC-ENT-PRONTUARIO     LINE + 0  COLUMN  56
           USING WS-ENT-PRONTUARIO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-REGRA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Comissao de vendas".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Setor: ".
           10 SC-ENT-SETOR          LINE + 0  COLUMN  62
           USING WS-ENT-SETOR.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "% de comissao: ".
           10 SC-ENT-PERCENTUAL     LINE + 0  COLUMN  62
           PIC Z9,99 USING WS-ENT-PERCENTUAL.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Meta mensal (0 = sem meta): ".
           10 SC-ENT-META           LINE + 0  COLUMN  62
           PIC ZZZZZZ9,99 USING WS-ENT-META.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "% com a meta atingida: ".
           10 SC-ENT-PERC-META      LINE + 0  COLUMN  62
           PIC Z9,99 USING WS-ENT-PERC-META.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-COMPETENCIA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Comissao de vendas".

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
                                        BY =="TP08-COMIS"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-COMIS"==
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
       OBTER-CAMINHO-VENDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VENDEDORES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendedores.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDEDORES==
                ==:DDVAR:==  BY =="DD_VENDEDORES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COMISSAO-REGRAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="comissao_regras.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COMISSAO-REGRAS==
                ==:DDVAR:==  BY =="DD_COMISSAO-REGRAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RUBRICAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rubricas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RUBRICAS==
                ==:DDVAR:==  BY =="DD_RUBRICAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RUBRICAS-LANC.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rubricas_lanc.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RUBRICAS-LANC==
                ==:DDVAR:==  BY =="DD_RUBRICAS-LANC"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COMPETENCIAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="competencias.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COMPETENCIAS==
                ==:DDVAR:==  BY =="DD_COMPETENCIAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EXTRATO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="extrato_comissao.txt"==
                ==:DESTINO:== BY ==WS-ARQ-EXTRATO==
                ==:DDVAR:==  BY =="DD_EXTRATO-COMISSAO"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-VINCULO
               WHEN 2
                   PERFORM ENCERRAR-VINCULO
               WHEN 3
                   PERFORM GRAVAR-REGRA
               WHEN 4
                   PERFORM LISTAR-REGRAS
               WHEN 5
                   PERFORM APURAR-COMISSOES
               WHEN 6
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    UM OPERADOR SO PODE TER UM VINCULO ATIVO; O PRONTUARIO
      *    PRECISA ESTAR ATIVO NO CADASTRO MESTRE.
      *--------------------------------------------------------------*
       INCLUIR-VINCULO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-OPERADOR WS-ENT-PRONTUARIO.

           DISPLAY SC-VINCULO.
           ACCEPT SC-ENT-OPERADOR.
           ACCEPT SC-ENT-PRONTUARIO.

           IF WS-ENT-OPERADOR = SPACES OR WS-ENT-PRONTUARIO = SPACES
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - vinculo cancelado"
               FOREGROUND-COLOR 6 AT 2028
               GO TO INCLUIR-VINCULO-FIM
           END-IF.

           PERFORM CONFERIR-PRONTUARIO.

           IF NOT FLAG-FUNC-MASTER-SUCESSO OR NOT FLAG-FUNC-ATIVO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Prontuario sem cadastro ativo no mestre"
               FOREGROUND-COLOR 6 AT 2028
               GO TO INCLUIR-VINCULO-FIM
           END-IF.

           PERFORM CARREGAR-TABELA-VINCULOS.
           PERFORM LOCALIZAR-VINCULO-ATIVO.

           IF FLAG-ITEM-ENCONTRADO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Operador ja vinculado - encerre o vinculo antes"
               FOREGROUND-COLOR 6 AT 2028
               GO TO INCLUIR-VINCULO-FIM
           END-IF.

           PERFORM OBTER-CAMINHO-VENDEDORES.

           MOVE SPACES TO WS-STATUS-VENDEDORES.

           OPEN EXTEND VENDEDORES.

           IF NOT FLAG-VENDEDORES-SUCESSO
               IF FLAG-VENDEDORES-NAO-CRIADO
                   OPEN OUTPUT VENDEDORES
               END-IF
           END-IF.

           MOVE SPACES TO REG-VENDEDOR.

           MOVE WS-ENT-OPERADOR   TO VN-OPERADOR.
           MOVE WS-ENT-PRONTUARIO TO VN-PRONTUARIO.
           MOVE "A"               TO VN-SITUACAO.

           WRITE REG-VENDEDOR.

           CLOSE VENDEDORES.

           STRING "OPER=" DELIMITED BY SIZE
                  WS-ENT-OPERADOR DELIMITED BY SPACE
                  " PRONT=" DELIMITED BY SIZE
                  WS-ENT-PRONTUARIO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "VENDEDOR VINCULADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Vinculo incluido com sucesso"
           FOREGROUND-COLOR 2 AT 2028.
       INCLUIR-VINCULO-FIM.
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
       ENCERRAR-VINCULO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-OPERADOR.

           DISPLAY "Operador de caixa: " AT 0728.
           ACCEPT WS-ENT-OPERADOR AT 0756.

           PERFORM CARREGAR-TABELA-VINCULOS.
           PERFORM LOCALIZAR-VINCULO-ATIVO.

           IF FLAG-ITEM-ENCONTRADO
               MOVE TB-REGISTRO(WS-POS-ENCONTRADA) TO REG-VENDEDOR
               MOVE "I" TO VN-SITUACAO
               MOVE REG-VENDEDOR TO TB-REGISTRO(WS-POS-ENCONTRADA)

               OPEN OUTPUT VENDEDORES

               PERFORM VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-ITENS
                   MOVE TB-REGISTRO(WS-CONT) TO REG-VENDEDOR
                   WRITE REG-VENDEDOR
               END-PERFORM

               CLOSE VENDEDORES

               STRING "OPER=" DELIMITED BY SIZE
                      WS-ENT-OPERADOR DELIMITED BY SPACE
                      INTO WS-AUD-PARAMETROS
               MOVE "VINCULO DE VENDEDOR ENCERRADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Vinculo encerrado com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           ELSE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Operador sem vinculo ativo"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-VINCULOS.
           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-STATUS-VENDEDORES.

           PERFORM OBTER-CAMINHO-VENDEDORES.

           OPEN INPUT VENDEDORES.

           IF FLAG-VENDEDORES-SUCESSO
               PERFORM CARREGAR-LINHA-VINCULO WITH TEST BEFORE
               UNTIL FLAG-VENDEDORES-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE VENDEDORES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-VINCULO.

           READ VENDEDORES.

           IF NOT FLAG-VENDEDORES-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-VENDEDOR TO TB-REGISTRO(WS-TOTAL-ITENS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-VINCULO-ATIVO.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE TB-REGISTRO(WS-CONT) TO REG-VENDEDOR

               IF VN-OPERADOR = WS-ENT-OPERADOR
               AND FLAG-VN-ATIVO
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    A REGRA DO SETOR E SUBSTITUIDA QUANDO JA EXISTE; A NOVA
      *    VALE A PARTIR DA PROXIMA APURACAO.
      *--------------------------------------------------------------*
       GRAVAR-REGRA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-SETOR.
           MOVE ZEROS  TO WS-ENT-PERCENTUAL WS-ENT-META
                          WS-ENT-PERC-META.

           DISPLAY SC-REGRA.
           ACCEPT SC-ENT-SETOR.
           ACCEPT SC-ENT-PERCENTUAL.
           ACCEPT SC-ENT-META.
           ACCEPT SC-ENT-PERC-META.

           IF WS-ENT-SETOR = SPACES
           OR WS-ENT-PERCENTUAL = ZEROS
           OR (WS-ENT-META > ZEROS
               AND WS-ENT-PERC-META NOT > WS-ENT-PERCENTUAL)
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Regra invalida - a taxa da meta deve ser maior"
               FOREGROUND-COLOR 6 AT 2028
               GO TO GRAVAR-REGRA-FIM
           END-IF.

           IF WS-ENT-META = ZEROS
               MOVE ZEROS TO WS-ENT-PERC-META
           END-IF.

           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE ZEROS  TO WS-POS-ENCONTRADA.
           MOVE SPACES TO WS-STATUS-COMISSAO-REGRAS.

           PERFORM OBTER-CAMINHO-COMISSAO-REGRAS.

           OPEN INPUT COMISSAO-REGRAS.

           IF FLAG-COMISSAO-REGRAS-SUCESSO
               PERFORM CARREGAR-LINHA-REGRA WITH TEST BEFORE
               UNTIL FLAG-COMISSAO-REGRAS-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE COMISSAO-REGRAS
           END-IF.

           IF WS-POS-ENCONTRADA = ZEROS
               ADD 1 TO WS-TOTAL-ITENS
               MOVE WS-TOTAL-ITENS TO WS-POS-ENCONTRADA
           END-IF.

           MOVE SPACES            TO REG-COMISSAO-REGRA.
           MOVE WS-ENT-SETOR      TO CM-SETOR.
           MOVE WS-ENT-PERCENTUAL TO CM-PERCENTUAL.
           MOVE WS-ENT-META       TO CM-META.
           MOVE WS-ENT-PERC-META  TO CM-PERC-META.
           MOVE REG-COMISSAO-REGRA TO TB-REGISTRO(WS-POS-ENCONTRADA).

           OPEN OUTPUT COMISSAO-REGRAS.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE TB-REGISTRO(WS-CONT) TO REG-COMISSAO-REGRA
               WRITE REG-COMISSAO-REGRA
           END-PERFORM.

           CLOSE COMISSAO-REGRAS.

           STRING "SETOR=" DELIMITED BY SIZE
                  WS-ENT-SETOR DELIMITED BY SIZE
                  " PERC=" DELIMITED BY SIZE
                  WS-ENT-PERCENTUAL DELIMITED BY SIZE
                  " META=" DELIMITED BY SIZE
                  WS-ENT-META DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REGRA DE COMISSAO GRAVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Regra gravada com sucesso"
           FOREGROUND-COLOR 2 AT 2028.
       GRAVAR-REGRA-FIM.
           EXIT.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-REGRA.

           READ COMISSAO-REGRAS.

           IF NOT FLAG-COMISSAO-REGRAS-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-COMISSAO-REGRA TO TB-REGISTRO(WS-TOTAL-ITENS)

               IF CM-SETOR = WS-ENT-SETOR
                   MOVE WS-TOTAL-ITENS TO WS-POS-ENCONTRADA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-REGRAS.
           DISPLAY SC-LIMPA-TELA.

           DISPLAY "Setor" AT 0605.
           DISPLAY "% comissao" AT 0612.
           DISPLAY "Meta mensal" AT 0625.
           DISPLAY "% na meta" AT 0640.

           MOVE 7 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-COMISSAO-REGRAS.

           PERFORM OBTER-CAMINHO-COMISSAO-REGRAS.

           OPEN INPUT COMISSAO-REGRAS.

           IF NOT FLAG-COMISSAO-REGRAS-SUCESSO
               DISPLAY "NENHUMA REGRA DE COMISSAO CADASTRADA AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-REGRA WITH TEST BEFORE
               UNTIL FLAG-COMISSAO-REGRAS-EOF
               CLOSE COMISSAO-REGRAS
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-REGRA.

           READ COMISSAO-REGRAS.

           IF NOT FLAG-COMISSAO-REGRAS-EOF
               DISPLAY CM-SETOR
                   AT LINE WS-COUNT-LINE COLUMN 5
               DISPLAY CM-PERCENTUAL
                   AT LINE WS-COUNT-LINE COLUMN 12
               DISPLAY CM-META
                   AT LINE WS-COUNT-LINE COLUMN 25
               DISPLAY CM-PERC-META
                   AT LINE WS-COUNT-LINE COLUMN 40
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
      *    APURACAO DA COMPETENCIA: SOMA A VENDA DO MES POR VENDEDOR E
      *    SETOR, APLICA A TAXA DO SETOR (OU A DA META, QUANDO O
      *    VENDEDOR A ATINGE NO SETOR), LANCA A RUBRICA DE COMISSAO DE
      *    CADA VENDEDOR E EMITE O EXTRATO.
      *--------------------------------------------------------------*
       APURAR-COMISSOES.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-COMPETENCIA.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               DISPLAY "Competencia invalida" AT 2028
               FOREGROUND-COLOR 6
               GO TO APURAR-COMISSOES-FIM
           END-IF.

           COMPUTE WS-COMP-PRIMEIRO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           COMPUTE WS-COMP-ULTIMO-DIA =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 31.

           PERFORM VERIFICAR-COMPETENCIA-FECHADA.

           IF NOT FLAG-COMP-LIVRE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Competencia ja fechada na folha"
               FOREGROUND-COLOR 6 AT 2028
               GO TO APURAR-COMISSOES-FIM
           END-IF.

           PERFORM CONFERIR-RUBRICA-COMISSAO.

           IF NOT FLAG-ACHOU
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Cadastre a rubrica COMI como provento"
               FOREGROUND-COLOR 6 AT 2028
               GO TO APURAR-COMISSOES-FIM
           END-IF.

           PERFORM VERIFICAR-COMISSAO-LANCADA.

           IF FLAG-ACHOU
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Comissoes da competencia ja lancadas"
               FOREGROUND-COLOR 6 AT 2028
               GO TO APURAR-COMISSOES-FIM
           END-IF.

           PERFORM CARREGAR-TABELA-VENDEDORES.
           PERFORM CARREGAR-TABELA-REGRAS.

           MOVE ZEROS TO WS-TOTAL-APURACAO WS-VALOR-SEM-VINCULO
                         WS-VALOR-SEM-REGRA WS-TOTAL-COMISSOES
                         WS-QTD-LANCADOS.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF NOT FLAG-VENDAS-SUCESSO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "ARQUIVO DE VENDAS NAO ENCONTRADO"
               FOREGROUND-COLOR 6 AT 2028
               GO TO APURAR-COMISSOES-FIM
           END-IF.

           PERFORM ACUMULAR-LINHA-VENDA WITH TEST BEFORE
           UNTIL FLAG-VENDAS-EOF.

           CLOSE VENDAS.

           PERFORM CALCULAR-COMISSAO-SETOR
           VARYING WS-IDX-APURACAO FROM 1 BY 1
           UNTIL WS-IDX-APURACAO > WS-TOTAL-APURACAO.

           PERFORM EMITIR-EXTRATO.
           PERFORM LANCAR-RUBRICAS-COMISSAO.

           STRING "COMP=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " VEND=" DELIMITED BY SIZE
                  WS-QTD-LANCADOS DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-TOTAL-COMISSOES DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "COMISSOES APURADAS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-EXTRATO    TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Comissoes lancadas para vendedores: "
           FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-QTD-LANCADOS FOREGROUND-COLOR 2 AT 2065.
       APURAR-COMISSOES-FIM.
           EXIT.
      *--------------------------------------------------------------*
       VERIFICAR-COMPETENCIA-FECHADA.

           MOVE SPACES TO WS-COMP-SITUACAO.
           MOVE ZEROS  TO WS-TOTAL-COMP-EMPRESAS.
           MOVE SPACES TO WS-STATUS-COMPETENCIAS.

           PERFORM OBTER-CAMINHO-COMPETENCIAS.

           OPEN INPUT COMPETENCIAS.

           IF FLAG-COMPETENCIAS-SUCESSO
               PERFORM LER-LINHA-COMPETENCIA WITH TEST BEFORE
               UNTIL FLAG-COMPETENCIAS-EOF
               CLOSE COMPETENCIAS
           END-IF.

           PERFORM VARYING WS-IDX-COMP-EMPRESA FROM 1 BY 1
           UNTIL WS-IDX-COMP-EMPRESA > WS-TOTAL-COMP-EMPRESAS
               IF TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA) NOT = " "
               AND TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA) NOT = "R"
                   MOVE TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA)
                       TO WS-COMP-SITUACAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LER-LINHA-COMPETENCIA.

           READ COMPETENCIAS.

           IF NOT FLAG-COMPETENCIAS-EOF
               IF CP-ANO = WS-COMP-ANO
               AND CP-MES = WS-COMP-MES
                   IF CP-EMPRESA = SPACES
                       MOVE CONST-EMPRESA-MATRIZ TO CP-EMPRESA
                   END-IF

                   PERFORM VARYING WS-IDX-COMP-EMPRESA FROM 1 BY 1
                   UNTIL WS-IDX-COMP-EMPRESA > WS-TOTAL-COMP-EMPRESAS
                   OR TB-CE-EMPRESA(WS-IDX-COMP-EMPRESA) = CP-EMPRESA
                       CONTINUE
                   END-PERFORM

                   IF WS-IDX-COMP-EMPRESA > WS-TOTAL-COMP-EMPRESAS
                   AND WS-TOTAL-COMP-EMPRESAS < 20
                       ADD 1 TO WS-TOTAL-COMP-EMPRESAS
                       MOVE CP-EMPRESA
                           TO TB-CE-EMPRESA(WS-TOTAL-COMP-EMPRESAS)
                   END-IF

                   IF WS-IDX-COMP-EMPRESA NOT > WS-TOTAL-COMP-EMPRESAS
                       MOVE CP-SITUACAO
                           TO TB-CE-SITUACAO(WS-IDX-COMP-EMPRESA)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-RUBRICA-COMISSAO.
           MOVE ZEROS  TO WS-ACHOU.
           MOVE SPACES TO WS-STATUS-RUBRICAS.

           PERFORM OBTER-CAMINHO-RUBRICAS.

           OPEN INPUT RUBRICAS.

           IF FLAG-RUBRICAS-SUCESSO
               PERFORM CONFERIR-LINHA-RUBRICA WITH TEST BEFORE
               UNTIL FLAG-RUBRICAS-EOF
               CLOSE RUBRICAS
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-RUBRICA.

           READ RUBRICAS.

           IF NOT FLAG-RUBRICAS-EOF
               IF RB-CODIGO = CONST-RUBRICA-COMISSAO
               AND FLAG-RUBRICA-PROVENTO
                   MOVE 1 TO WS-ACHOU
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-COMISSAO-LANCADA.
           MOVE ZEROS  TO WS-ACHOU.
           MOVE SPACES TO WS-STATUS-RUBRICAS-LANC.

           PERFORM OBTER-CAMINHO-RUBRICAS-LANC.

           OPEN INPUT RUBRICAS-LANC.

           IF FLAG-RUBRICAS-LANC-SUCESSO
               PERFORM CONFERIR-LINHA-LANC WITH TEST BEFORE
               UNTIL FLAG-RUBRICAS-LANC-EOF
               CLOSE RUBRICAS-LANC
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-LANC.

           READ RUBRICAS-LANC.

           IF NOT FLAG-RUBRICAS-LANC-EOF
               IF RL-CODIGO = CONST-RUBRICA-COMISSAO
               AND RL-COMP-MES = WS-COMP-MES
               AND RL-COMP-ANO = WS-COMP-ANO
                   MOVE 1 TO WS-ACHOU
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-VENDEDORES.
           MOVE ZEROS  TO WS-TOTAL-VENDEDORES.
           MOVE SPACES TO WS-STATUS-VENDEDORES.

           PERFORM OBTER-CAMINHO-VENDEDORES.

           OPEN INPUT VENDEDORES.

           IF FLAG-VENDEDORES-SUCESSO
               PERFORM CARREGAR-LINHA-VENDEDOR WITH TEST BEFORE
               UNTIL FLAG-VENDEDORES-EOF
               OR WS-TOTAL-VENDEDORES >= CONST-LIMITE-VENDEDORES
               CLOSE VENDEDORES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-VENDEDOR.

           READ VENDEDORES.

           IF NOT FLAG-VENDEDORES-EOF
               IF FLAG-VN-ATIVO
                   ADD 1 TO WS-TOTAL-VENDEDORES
                   MOVE VN-OPERADOR
                       TO TB-VN-OPERADOR(WS-TOTAL-VENDEDORES)
                   MOVE VN-PRONTUARIO
                       TO TB-VN-PRONTUARIO(WS-TOTAL-VENDEDORES)
                   MOVE ZEROS
                       TO TB-VN-COMISSAO(WS-TOTAL-VENDEDORES)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-REGRAS.
           MOVE ZEROS  TO WS-TOTAL-REGRAS.
           MOVE SPACES TO WS-STATUS-COMISSAO-REGRAS.

           PERFORM OBTER-CAMINHO-COMISSAO-REGRAS.

           OPEN INPUT COMISSAO-REGRAS.

           IF FLAG-COMISSAO-REGRAS-SUCESSO
               PERFORM CARREGAR-LINHA-TAB-REGRA WITH TEST BEFORE
               UNTIL FLAG-COMISSAO-REGRAS-EOF
               OR WS-TOTAL-REGRAS >= CONST-LIMITE-REGRAS
               CLOSE COMISSAO-REGRAS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TAB-REGRA.

           READ COMISSAO-REGRAS.

           IF NOT FLAG-COMISSAO-REGRAS-EOF
               ADD 1 TO WS-TOTAL-REGRAS
               MOVE CM-SETOR      TO TB-CM-SETOR(WS-TOTAL-REGRAS)
               MOVE CM-PERCENTUAL TO TB-CM-PERCENTUAL(WS-TOTAL-REGRAS)
               MOVE CM-META       TO TB-CM-META(WS-TOTAL-REGRAS)
               MOVE CM-PERC-META  TO TB-CM-PERC-META(WS-TOTAL-REGRAS)
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
               IF VD-DATA >= WS-COMP-PRIMEIRO-DIA
               AND VD-DATA <= WS-COMP-ULTIMO-DIA
                   PERFORM LOCALIZAR-VENDEDOR

                   IF WS-POS-VENDEDOR = ZEROS
                       ADD VD-VALOR-TOTAL TO WS-VALOR-SEM-VINCULO
                   ELSE
                       PERFORM ACUMULAR-APURACAO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WS-POS-VENDEDOR.

           PERFORM VARYING WS-IDX-VENDEDOR FROM 1 BY 1
           UNTIL WS-IDX-VENDEDOR > WS-TOTAL-VENDEDORES
               IF TB-VN-OPERADOR(WS-IDX-VENDEDOR) = VD-OPERADOR
                   MOVE WS-IDX-VENDEDOR TO WS-POS-VENDEDOR
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       ACUMULAR-APURACAO.
           MOVE ZEROS TO WS-POS-APURACAO.

           PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
           UNTIL WS-IDX-APURACAO > WS-TOTAL-APURACAO
               IF TB-AU-VENDEDOR(WS-IDX-APURACAO) = WS-POS-VENDEDOR
               AND TB-AU-SETOR(WS-IDX-APURACAO) = VD-SETOR
                   MOVE WS-IDX-APURACAO TO WS-POS-APURACAO
               END-IF
           END-PERFORM.

           IF WS-POS-APURACAO = ZEROS
           AND WS-TOTAL-APURACAO < CONST-LIMITE-APURACAO
               ADD 1 TO WS-TOTAL-APURACAO
               MOVE WS-TOTAL-APURACAO TO WS-POS-APURACAO
               MOVE WS-POS-VENDEDOR
                   TO TB-AU-VENDEDOR(WS-POS-APURACAO)
               MOVE VD-SETOR TO TB-AU-SETOR(WS-POS-APURACAO)
               MOVE ZEROS    TO TB-AU-VENDIDO(WS-POS-APURACAO)
               MOVE ZEROS    TO TB-AU-COMISSAO(WS-POS-APURACAO)
           END-IF.

           IF WS-POS-APURACAO > ZEROS
               ADD VD-VALOR-TOTAL TO TB-AU-VENDIDO(WS-POS-APURACAO)
           END-IF.
      *--------------------------------------------------------------*
      *    SETOR SEM REGRA NAO GERA COMISSAO; A VENDA APARECE NO
      *    EXTRATO COM TAXA ZERO PARA O RH CADASTRAR A REGRA.
      *--------------------------------------------------------------*
       CALCULAR-COMISSAO-SETOR.
           MOVE ZEROS TO WS-POS-REGRA.

           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
           UNTIL WS-IDX-REGRA > WS-TOTAL-REGRAS
               IF TB-CM-SETOR(WS-IDX-REGRA) =
                  TB-AU-SETOR(WS-IDX-APURACAO)
                   MOVE WS-IDX-REGRA TO WS-POS-REGRA
               END-IF
           END-PERFORM.

           MOVE ZEROS TO TB-AU-TAXA(WS-IDX-APURACAO).
           MOVE "N"   TO TB-AU-META(WS-IDX-APURACAO).

           IF WS-POS-REGRA = ZEROS
               ADD TB-AU-VENDIDO(WS-IDX-APURACAO) TO WS-VALOR-SEM-REGRA
           ELSE
               MOVE TB-CM-PERCENTUAL(WS-POS-REGRA)
                   TO TB-AU-TAXA(WS-IDX-APURACAO)

               IF TB-CM-META(WS-POS-REGRA) > ZEROS
               AND TB-AU-VENDIDO(WS-IDX-APURACAO) >=
                   TB-CM-META(WS-POS-REGRA)
                   MOVE TB-CM-PERC-META(WS-POS-REGRA)
                       TO TB-AU-TAXA(WS-IDX-APURACAO)
                   MOVE "S" TO TB-AU-META(WS-IDX-APURACAO)
               END-IF
           END-IF.

      *    DEVOLUCOES ACIMA DO VENDIDO NO MES NAO GERAM COMISSAO
      *    NEGATIVA.
           IF TB-AU-VENDIDO(WS-IDX-APURACAO) > ZEROS
               COMPUTE TB-AU-COMISSAO(WS-IDX-APURACAO) ROUNDED =
                   TB-AU-VENDIDO(WS-IDX-APURACAO)
                 * TB-AU-TAXA(WS-IDX-APURACAO) / 100
           ELSE
               MOVE ZEROS TO TB-AU-COMISSAO(WS-IDX-APURACAO)
           END-IF.

           MOVE TB-AU-VENDEDOR(WS-IDX-APURACAO) TO WS-POS-VENDEDOR.
           ADD TB-AU-COMISSAO(WS-IDX-APURACAO)
               TO TB-VN-COMISSAO(WS-POS-VENDEDOR).
      *--------------------------------------------------------------*
       EMITIR-EXTRATO.
           PERFORM OBTER-CAMINHO-EXTRATO.

           OPEN OUTPUT EXTRATO-COMISSAO.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO EX-EMP-RAZAO.
           MOVE WS-EMP-CNPJ  TO EX-EMP-CNPJ.
           WRITE REG-EXTRATO FROM EX-EMPRESA.

           MOVE WS-COMP-MES TO EX-TIT-MES.
           MOVE WS-COMP-ANO TO EX-TIT-ANO.
           WRITE REG-EXTRATO FROM EX-TITULO.

           PERFORM EMITIR-EXTRATO-VENDEDOR
           VARYING WS-IDX-VENDEDOR FROM 1 BY 1
           UNTIL WS-IDX-VENDEDOR > WS-TOTAL-VENDEDORES.

           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE "VENDAS DE OPERADOR SEM VENDEDOR"  TO EX-TOT-DESCRICAO.
           MOVE WS-VALOR-SEM-VINCULO TO EX-TOT-VALOR.
           WRITE REG-EXTRATO FROM EX-TOTAL.

           MOVE "VENDAS DE SETOR SEM REGRA"        TO EX-TOT-DESCRICAO.
           MOVE WS-VALOR-SEM-REGRA   TO EX-TOT-VALOR.
           WRITE REG-EXTRATO FROM EX-TOTAL.

           CLOSE EXTRATO-COMISSAO.
      *--------------------------------------------------------------*
      *    UM BLOCO POR VENDEDOR COM VENDA NA COMPETENCIA: AS VENDAS,
      *    O RESUMO POR SETOR COM A TAXA APLICADA E O TOTAL A RECEBER.
      *--------------------------------------------------------------*
       EMITIR-EXTRATO-VENDEDOR.
           MOVE ZEROS TO WS-ACHOU.

           PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
           UNTIL WS-IDX-APURACAO > WS-TOTAL-APURACAO
               IF TB-AU-VENDEDOR(WS-IDX-APURACAO) = WS-IDX-VENDEDOR
                   MOVE 1 TO WS-ACHOU
               END-IF
           END-PERFORM.

           IF FLAG-ACHOU
               MOVE SPACES TO REG-EXTRATO
               WRITE REG-EXTRATO

               MOVE TB-VN-OPERADOR(WS-IDX-VENDEDOR)
                   TO EX-VEN-OPERADOR
               MOVE TB-VN-PRONTUARIO(WS-IDX-VENDEDOR)
                   TO EX-VEN-PRONTUARIO WS-ENT-PRONTUARIO
               MOVE SPACES TO EX-VEN-NOME

               PERFORM CONFERIR-PRONTUARIO

               IF FLAG-FUNC-MASTER-SUCESSO
                   MOVE FM-NOME TO EX-VEN-NOME
               END-IF

               WRITE REG-EXTRATO FROM EX-VENDEDOR
               WRITE REG-EXTRATO FROM EX-CABECALHO

               MOVE SPACES TO WS-STATUS-VENDAS
               OPEN INPUT VENDAS
               PERFORM LISTAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS

               PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
               UNTIL WS-IDX-APURACAO > WS-TOTAL-APURACAO
                   IF TB-AU-VENDEDOR(WS-IDX-APURACAO) =
                      WS-IDX-VENDEDOR
                       PERFORM EMITIR-LINHA-SETOR
                   END-IF
               END-PERFORM

               MOVE "TOTAL DA COMISSAO" TO EX-TOT-DESCRICAO
               MOVE TB-VN-COMISSAO(WS-IDX-VENDEDOR) TO EX-TOT-VALOR
               WRITE REG-EXTRATO FROM EX-TOTAL
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
               IF VD-DATA >= WS-COMP-PRIMEIRO-DIA
               AND VD-DATA <= WS-COMP-ULTIMO-DIA
               AND VD-OPERADOR = TB-VN-OPERADOR(WS-IDX-VENDEDOR)
                   MOVE VD-NUMERO      TO EX-DET-NUMERO
                   MOVE VD-DATA        TO EX-DET-DATA
                   MOVE VD-CODIGO      TO EX-DET-CODIGO
                   MOVE VD-SETOR       TO EX-DET-SETOR
                   MOVE VD-QUANTIDADE  TO EX-DET-QUANTIDADE
                   MOVE VD-VALOR-TOTAL TO EX-DET-VALOR
                   WRITE REG-EXTRATO FROM EX-DETALHE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       EMITIR-LINHA-SETOR.
           MOVE TB-AU-SETOR(WS-IDX-APURACAO)    TO EX-SET-SETOR.
           MOVE TB-AU-VENDIDO(WS-IDX-APURACAO)  TO EX-SET-VENDIDO.
           MOVE TB-AU-TAXA(WS-IDX-APURACAO)     TO EX-SET-TAXA.
           MOVE TB-AU-COMISSAO(WS-IDX-APURACAO) TO EX-SET-COMISSAO.

           IF TB-AU-META(WS-IDX-APURACAO) = "S"
               MOVE "(META)" TO EX-SET-META
           ELSE
               MOVE SPACES   TO EX-SET-META
           END-IF.

           WRITE REG-EXTRATO FROM EX-SETOR.
      *--------------------------------------------------------------*
      *    UMA RUBRICA COMI POR VENDEDOR COM COMISSAO, NA COMPETENCIA
      *    APURADA; TP08-MAIN A PAGA COMO PROVENTO NO FECHAMENTO.
      *--------------------------------------------------------------*
       LANCAR-RUBRICAS-COMISSAO.
           PERFORM OBTER-CAMINHO-RUBRICAS-LANC.

           MOVE SPACES TO WS-STATUS-RUBRICAS-LANC.

           OPEN EXTEND RUBRICAS-LANC.

           IF NOT FLAG-RUBRICAS-LANC-SUCESSO
               IF FLAG-RUBRICAS-LANC-NAO-CRIADO
                   OPEN OUTPUT RUBRICAS-LANC
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-VENDEDOR FROM 1 BY 1
           UNTIL WS-IDX-VENDEDOR > WS-TOTAL-VENDEDORES
               IF TB-VN-COMISSAO(WS-IDX-VENDEDOR) > ZEROS
                   MOVE SPACES TO REG-RUBRICA-LANC
                   MOVE TB-VN-PRONTUARIO(WS-IDX-VENDEDOR)
                       TO RL-PRONTUARIO
                   MOVE WS-COMP-MES TO RL-COMP-MES
                   MOVE WS-COMP-ANO TO RL-COMP-ANO
                   MOVE CONST-RUBRICA-COMISSAO TO RL-CODIGO

                   IF TB-VN-COMISSAO(WS-IDX-VENDEDOR) >
                      CONST-LIMITE-RUBRICA
                       MOVE CONST-LIMITE-RUBRICA TO RL-VALOR
                   ELSE
                       MOVE TB-VN-COMISSAO(WS-IDX-VENDEDOR)
                           TO RL-VALOR
                   END-IF

                   WRITE REG-RUBRICA-LANC

                   ADD 1        TO WS-QTD-LANCADOS
                   ADD RL-VALOR TO WS-TOTAL-COMISSOES
               END-IF
           END-PERFORM.

           CLOSE RUBRICAS-LANC.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
