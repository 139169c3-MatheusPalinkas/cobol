       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-PAGAR.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CONTAS A PAGAR: BAIXA DOS PAGAMENTOS NAS PARCELAS DAS NOTAS
      *    DE FORNECEDOR GRAVADAS POR TP10-PEDIDOS NO RECEBIMENTO
      *    (contas_pagar.dat; PARCIAL OU TOTAL, A PARCELA QUITA QUANDO
      *    O PAGO ALCANCA O VALOR) E RELATORIO DOS TITULOS VENCIDOS E
      *    A VENCER NOS PROXIMOS SETE DIAS, EM ORDEM DE VENCIMENTO,
      *    COM A MARCA DA CONFERENCIA TRIPLA DA NOTA (DIVERGENTE OU
      *    SEM PRECO ACORDADO) PARA O FINANCEIRO CONFERIR ANTES DE
      *    PAGAR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAGAR-SELECT.

           SELECT SD-TITULOS ASSIGN TO DISK.

           SELECT RELAT-PAGAR ASSIGN TO WS-DESTINO-RELAT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PAGAR-FD.

       SD SD-TITULOS.
       01 SD-REG-TITULO.
           05 SD-CP-VENCIMENTO      PIC 9(8).
           05 SD-CP-FORNECEDOR      PIC X(5).
           05 SD-CP-NOTA            PIC X(10).
           05 SD-CP-PARCELA         PIC 9(2).
           05 SD-CP-SALDO           PIC 9(7)V9(2).
           05 SD-CP-CONFERENCIA     PIC X.

       FD RELAT-PAGAR
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-PAGAR PIC X(80).

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-LIMITE            PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-LIMITE-INT        PIC 9(7)              VALUE ZEROS.
       77 CONST-DIAS-SEMANA         PIC 9(2)              VALUE 7.
       77 WS-SALDO-TITULO           PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-DESTINO-RELAT          PIC X(60)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       77 WS-FIM-ORDENADO           PIC X                 VALUE "N".
           88 FLAG-FIM-ORDENADO                           VALUE "S".
       77 WS-TOTAL-VENCIDO          PIC 9(9)V9(2)         VALUE ZEROS.
       77 WS-TOTAL-A-VENCER         PIC 9(9)V9(2)         VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)              VALUE ZEROS.
       01 WS-BAIXA-ENTRADA.
           05 WS-ENT-FORNECEDOR     PIC X(5)              VALUE SPACES.
           05 WS-ENT-NOTA           PIC X(10)             VALUE SPACES.
           05 WS-ENT-PARCELA        PIC 9(2)              VALUE ZEROS.
           05 WS-ENT-VALOR          PIC 9(7)V9(2)         VALUE ZEROS.
      *---- TITULOS CARREGADOS PARA A BAIXA --------------------------*
       77 CONST-LIMITE-TITULOS      PIC 9(4)              VALUE 2000.
       77 WS-TOTAL-TITULOS          PIC 9(4)              VALUE ZEROS.
       77 WS-TABELA-TITULOS-CHEIA   PIC X                 VALUE "N".
           88 FLAG-TABELA-TITULOS-CHEIA             VALUE "S".
       77 WS-POS-TITULO             PIC 9(4)              VALUE ZEROS.
           88 FLAG-TITULO-ENCONTRADO                VALUE 1 THRU 2000.
       01 TB-TITULOS.
           02 TITULOS-TAB OCCURS 2000 TIMES.
               10 TB-CP-REGISTRO    PIC X(97)             VALUE SPACES.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(41) VALUE
              "CONTAS A PAGAR VENCIDAS E A VENCER ATE: ".
           05 CAB-DATA PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(11) VALUE "Vencimento".
           05 FILLER PIC X(07) VALUE "Forn.".
           05 FILLER PIC X(12) VALUE "Nota".
           05 FILLER PIC X(06) VALUE "Parc.".
           05 FILLER PIC X(14) VALUE "         Saldo".
           05 FILLER PIC X(11) VALUE " Situacao".
           05 FILLER PIC X(12) VALUE "Conferencia".
       01 DETALHE.
           05 REL-VENCIMENTO PIC 9(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 REL-FORNECEDOR PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-NOTA PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-PARCELA PIC Z9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 REL-SALDO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-SITUACAO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-CONFERENCIA PIC X(11).
       01 LINHA-TOTAL.
           05 FILLER PIC X(25) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(20).
           05 TOT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PAGAR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Contas a pagar".

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
           "TP10 - Contas a pagar".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - baixar pagamento".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - vencidos e a vencer na semana".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-BAIXA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Baixa de pagamento".

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Fornecedor: ".
           10 SC-ENT-FORNECEDOR     LINE + 0  COLUMN  45
           USING WS-ENT-FORNECEDOR.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Numero da nota: ".
           10 SC-ENT-NOTA           LINE + 0  COLUMN  45
           USING WS-ENT-NOTA.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Parcela: ".
           10 SC-ENT-PARCELA        LINE + 0  COLUMN  45  PIC Z9
           USING WS-ENT-PARCELA.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Valor pago: ".
           10 SC-ENT-VALOR          LINE + 0  COLUMN  45
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-VALOR.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-DESTINO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Contas a pagar da semana".

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

           COMPUTE WS-DATA-LIMITE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
             + CONST-DIAS-SEMANA.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DATA-LIMITE-INT).

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
       OBTER-CAMINHO-PAGAR.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="contas_pagar.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PAGAR==
                ==:DDVAR:==  BY =="DD_PAGAR"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM BAIXAR-PAGAMENTO
               WHEN 2
                   PERFORM EMITIR-VENCIMENTOS
               WHEN 3
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       BAIXAR-PAGAMENTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-FORNECEDOR WS-ENT-NOTA.
           MOVE ZEROS  TO WS-ENT-PARCELA WS-ENT-VALOR.

           DISPLAY SC-BAIXA.
           ACCEPT SC-ENT-FORNECEDOR.
           ACCEPT SC-ENT-NOTA.
           ACCEPT SC-ENT-PARCELA.
           ACCEPT SC-ENT-VALOR.

           PERFORM CARREGAR-TABELA-TITULOS.
           PERFORM LOCALIZAR-TITULO.

           IF FLAG-TITULO-ENCONTRADO
               MOVE TB-CP-REGISTRO(WS-POS-TITULO) TO REG-PAGAR
               COMPUTE WS-SALDO-TITULO = CP-VALOR - CP-VALOR-PAGO
           END-IF.

           EVALUATE TRUE
               WHEN FLAG-TABELA-TITULOS-CHEIA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Titulos excedem a tabela - baixa cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-TITULO-ENCONTRADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Parcela nao encontrada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-CP-QUITADA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Parcela ja quitada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-VALOR = ZEROS
               OR WS-ENT-VALOR > WS-SALDO-TITULO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Valor invalido - saldo da parcela: "
                   FOREGROUND-COLOR 6 AT 2028
                   DISPLAY WS-SALDO-TITULO AT 2063
               WHEN OTHER
                   PERFORM APLICAR-BAIXA
           END-EVALUATE.
      *--------------------------------------------------------------*
       APLICAR-BAIXA.
           ADD WS-ENT-VALOR  TO CP-VALOR-PAGO.
           MOVE WS-DATA-HOJE TO CP-DATA-PGTO.

           IF CP-VALOR-PAGO >= CP-VALOR
               SET FLAG-CP-QUITADA TO TRUE
           END-IF.

           MOVE REG-PAGAR TO TB-CP-REGISTRO(WS-POS-TITULO).
           PERFORM SALVAR-TABELA-TITULOS.

           STRING "FORN=" DELIMITED BY SIZE
                  WS-ENT-FORNECEDOR DELIMITED BY SIZE
                  " NOTA=" DELIMITED BY SIZE
                  WS-ENT-NOTA DELIMITED BY SPACE
                  " PARC=" DELIMITED BY SIZE
                  WS-ENT-PARCELA DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-ENT-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.

           IF FLAG-CP-QUITADA
               MOVE "PARCELA PAGA" TO WS-AUD-RESULTADO
           ELSE
               MOVE "PAGAMENTO PARCIAL" TO WS-AUD-RESULTADO
           END-IF.

           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.

      *    A NOTA DIVERGENTE NAO BLOQUEIA O PAGAMENTO, MAS O AVISO
      *    FICA NA TELA DE QUEM BAIXOU.
           IF FLAG-CP-DIVERGENTE
               DISPLAY "AVISO: NOTA DIVERGENTE NA CONFERENCIA"
               FOREGROUND-COLOR 6 AT 1828
           END-IF.

           DISPLAY "Pagamento baixado com sucesso"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-TITULOS.
           MOVE ZEROS  TO WS-TOTAL-TITULOS.
           MOVE "N"    TO WS-TABELA-TITULOS-CHEIA.
           MOVE SPACES TO WS-STATUS-PAGAR.

           PERFORM OBTER-CAMINHO-PAGAR.

           OPEN INPUT PAGAR.

           IF FLAG-PAGAR-SUCESSO
               PERFORM CARREGAR-LINHA-TITULO WITH TEST BEFORE
               UNTIL FLAG-PAGAR-EOF
               OR FLAG-TABELA-TITULOS-CHEIA
               CLOSE PAGAR
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TITULO.

           READ PAGAR.

           IF NOT FLAG-PAGAR-EOF
               IF WS-TOTAL-TITULOS >= CONST-LIMITE-TITULOS
                   MOVE "S" TO WS-TABELA-TITULOS-CHEIA
               ELSE
                   ADD 1 TO WS-TOTAL-TITULOS
                   MOVE REG-PAGAR TO TB-CP-REGISTRO(WS-TOTAL-TITULOS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-TITULO.
           MOVE ZEROS TO WS-POS-TITULO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-TITULOS

               MOVE TB-CP-REGISTRO(WS-CONT) TO REG-PAGAR
               IF CP-FORNECEDOR = WS-ENT-FORNECEDOR
               AND CP-NOTA = WS-ENT-NOTA
               AND CP-PARCELA = WS-ENT-PARCELA
                   MOVE WS-CONT TO WS-POS-TITULO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-TITULOS.
           PERFORM OBTER-CAMINHO-PAGAR.

           OPEN OUTPUT PAGAR.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-TITULOS
               MOVE TB-CP-REGISTRO(WS-CONT) TO REG-PAGAR
               WRITE REG-PAGAR
           END-PERFORM.

           CLOSE PAGAR.
      *--------------------------------------------------------------*
       EMITIR-VENCIMENTOS.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-DESTINO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           MOVE ZEROS TO WS-TOTAL-VENCIDO WS-TOTAL-A-VENCER CONTADOR.

           DISPLAY "DD_RELAT-PAGAR"  UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-PAGAR.

           MOVE WS-DATA-LIMITE TO CAB-DATA.
           WRITE REC-RELAT-PAGAR FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-PAGAR FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           SORT SD-TITULOS
               ON ASCENDING KEY SD-CP-VENCIMENTO SD-CP-FORNECEDOR
               INPUT PROCEDURE IS SELECIONAR-TITULOS
               OUTPUT PROCEDURE IS IMPRIMIR-TITULOS-ORDENADOS.

           WRITE REC-RELAT-PAGAR FROM SPACES
           BEFORE ADVANCING 1 LINE.

           MOVE "TOTAL VENCIDO"     TO TOT-DESCRICAO.
           MOVE WS-TOTAL-VENCIDO    TO TOT-VALOR.
           WRITE REC-RELAT-PAGAR FROM LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

           MOVE "TOTAL A VENCER"    TO TOT-DESCRICAO.
           MOVE WS-TOTAL-A-VENCER   TO TOT-VALOR.
           WRITE REC-RELAT-PAGAR FROM LINHA-TOTAL
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-PAGAR.

           STRING "ATE=" DELIMITED BY SIZE
                  WS-DATA-LIMITE DELIMITED BY SIZE
                  " TITULOS=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO A PAGAR GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Relatorio de contas a pagar emitido"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       SELECIONAR-TITULOS.

           MOVE SPACES TO WS-STATUS-PAGAR.
           PERFORM OBTER-CAMINHO-PAGAR.

           OPEN INPUT PAGAR.

           IF FLAG-PAGAR-SUCESSO
               PERFORM SELECIONAR-LINHA-TITULO WITH TEST BEFORE
               UNTIL FLAG-PAGAR-EOF
               CLOSE PAGAR
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-LINHA-TITULO.

           READ PAGAR.

           IF NOT FLAG-PAGAR-EOF
           AND FLAG-CP-ABERTA
           AND CP-VENCIMENTO <= WS-DATA-LIMITE
               MOVE CP-VENCIMENTO  TO SD-CP-VENCIMENTO
               MOVE CP-FORNECEDOR  TO SD-CP-FORNECEDOR
               MOVE CP-NOTA        TO SD-CP-NOTA
               MOVE CP-PARCELA     TO SD-CP-PARCELA
               COMPUTE SD-CP-SALDO = CP-VALOR - CP-VALOR-PAGO
               MOVE CP-CONFERENCIA TO SD-CP-CONFERENCIA

               RELEASE SD-REG-TITULO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-TITULOS-ORDENADOS.

           MOVE "N" TO WS-FIM-ORDENADO.

           PERFORM IMPRIMIR-LINHA-TITULO WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-TITULO.

           RETURN SD-TITULOS
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               MOVE SD-CP-VENCIMENTO  TO REL-VENCIMENTO
               MOVE SD-CP-FORNECEDOR  TO REL-FORNECEDOR
               MOVE SD-CP-NOTA        TO REL-NOTA
               MOVE SD-CP-PARCELA     TO REL-PARCELA
               MOVE SD-CP-SALDO       TO REL-SALDO

               IF SD-CP-VENCIMENTO < WS-DATA-HOJE
                   MOVE "VENCIDO"  TO REL-SITUACAO
                   ADD SD-CP-SALDO TO WS-TOTAL-VENCIDO
               ELSE
                   MOVE "A VENCER" TO REL-SITUACAO
                   ADD SD-CP-SALDO TO WS-TOTAL-A-VENCER
               END-IF

               EVALUATE SD-CP-CONFERENCIA
                   WHEN "D"
                       MOVE "DIVERGENTE" TO REL-CONFERENCIA
                   WHEN "S"
                       MOVE "SEM PRECO"  TO REL-CONFERENCIA
                   WHEN OTHER
                       MOVE "OK"         TO REL-CONFERENCIA
               END-EVALUATE

               WRITE REC-RELAT-PAGAR FROM DETALHE
               BEFORE ADVANCING 1 LINE

               ADD 1 TO CONTADOR
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-PAGAR"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-PAGAR"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
