       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-RECEBER.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CONTAS A RECEBER: BAIXA DOS RECEBIMENTOS NAS PARCELAS DAS
      *    VENDAS A PRAZO GRAVADAS POR TP10-VENDAS EM receber.dat
      *    (PARCIAL OU TOTAL; A PARCELA QUITA QUANDO O RECEBIDO
      *    ALCANCA O VALOR), CONSULTA DOS TITULOS EM ABERTO DE UM
      *    CLIENTE E RELATORIO DE AGING: SALDO EM ABERTO POR CLIENTE
      *    SEPARADO EM A VENCER E DIAS DE ATRASO 0-30, 31-60, 61-90 E
      *    MAIS DE 90, CONTADOS DO VENCIMENTO ATE A DATA DO RELATORIO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RECEBER-SELECT.

           COPY CLIENTE-SELECT.

           SELECT RELAT-AGING ASSIGN TO WS-DESTINO-RELAT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY RECEBER-FD.

       COPY CLIENTE-FD.

       FD RELAT-AGING
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-AGING PIC X(80).

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-HOJE-INT          PIC 9(7)              VALUE ZEROS.
       77 WS-DIAS-ATRASO            PIC S9(7)             VALUE ZEROS.
       77 WS-SALDO-TITULO           PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-SALDO-CLIENTE          PIC 9(9)V9(2)         VALUE ZEROS.
       77 WS-DESTINO-RELAT          PIC X(60)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       01 WS-BAIXA-ENTRADA.
           05 WS-ENT-CLIENTE        PIC X(6)              VALUE SPACES.
           05 WS-ENT-VENDA          PIC 9(6)              VALUE ZEROS.
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
               10 TB-CR-REGISTRO    PIC X(65)             VALUE SPACES.
      *---- AGING POR CLIENTE ----------------------------------------*
       77 CONST-LIMITE-CLIENTES     PIC 9(3)              VALUE 500.
       77 WS-TOTAL-AGING            PIC 9(3)              VALUE ZEROS.
       77 WS-POS-AGING              PIC 9(3)              VALUE ZEROS.
           88 FLAG-AGING-NA-TABELA                  VALUE 1 THRU 500.
       77 WS-IDX-AGING              PIC 9(3)              VALUE ZEROS.
       01 TB-AGING.
           02 AGING-ITEM OCCURS 500 TIMES.
               10 TB-AG-CLIENTE     PIC X(6)              VALUE SPACES.
               10 TB-AG-A-VENCER    PIC 9(9)V9(2)         VALUE ZEROS.
               10 TB-AG-ATE-30      PIC 9(9)V9(2)         VALUE ZEROS.
               10 TB-AG-ATE-60      PIC 9(9)V9(2)         VALUE ZEROS.
               10 TB-AG-ATE-90      PIC 9(9)V9(2)         VALUE ZEROS.
               10 TB-AG-MAIS-90     PIC 9(9)V9(2)         VALUE ZEROS.
       01 WS-TOTAIS-AGING.
           05 WS-TOT-A-VENCER       PIC 9(9)V9(2)         VALUE ZEROS.
           05 WS-TOT-ATE-30         PIC 9(9)V9(2)         VALUE ZEROS.
           05 WS-TOT-ATE-60         PIC 9(9)V9(2)         VALUE ZEROS.
           05 WS-TOT-ATE-90         PIC 9(9)V9(2)         VALUE ZEROS.
           05 WS-TOT-MAIS-90        PIC 9(9)V9(2)         VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(35) VALUE
              "AGING DE CONTAS A RECEBER - DATA: ".
           05 CAB-DATA PIC 9(8).
       01 CABEC2.
           05 FILLER PIC X(20) VALUE "Cliente".
           05 FILLER PIC X(12) VALUE "   A vencer".
           05 FILLER PIC X(12) VALUE "       0-30".
           05 FILLER PIC X(12) VALUE "      31-60".
           05 FILLER PIC X(12) VALUE "      61-90".
           05 FILLER PIC X(12) VALUE "        +90".
       01 DETALHE.
           05 REL-CLIENTE PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-NOME PIC X(12).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-A-VENCER PIC ZZZZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ATE-30 PIC ZZZZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ATE-60 PIC ZZZZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ATE-90 PIC ZZZZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-MAIS-90 PIC ZZZZZZZ9,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY RECEBER-STATUS.
           COPY CLIENTE-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Contas a receber".

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
           "TP10 - Contas a receber".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - baixar recebimento".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - titulos em aberto do cliente".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - relatorio de aging".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-BAIXA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Baixa de recebimento".

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Cliente: ".
           10 SC-ENT-CLIENTE        LINE + 0  COLUMN  45
           USING WS-ENT-CLIENTE.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Numero da venda: ".
           10 SC-ENT-VENDA          LINE + 0  COLUMN  45  PIC ZZZZZ9
           USING WS-ENT-VENDA.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Parcela: ".
           10 SC-ENT-PARCELA        LINE + 0  COLUMN  45  PIC Z9
           USING WS-ENT-PARCELA.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Valor recebido: ".
           10 SC-ENT-VALOR          LINE + 0  COLUMN  45
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-VALOR.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-DESTINO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Aging de contas a receber".

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
           COMPUTE WS-DATA-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

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
       OBTER-CAMINHO-RECEBER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="receber.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RECEBER==
                ==:DDVAR:==  BY =="DD_RECEBER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CLIENTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="clientes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CLIENTES==
                ==:DDVAR:==  BY =="DD_CLIENTES"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM BAIXAR-RECEBIMENTO
               WHEN 2
                   PERFORM LISTAR-TITULOS-CLIENTE
               WHEN 3
                   PERFORM EMITIR-AGING
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       BAIXAR-RECEBIMENTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CLIENTE.
           MOVE ZEROS  TO WS-ENT-VENDA WS-ENT-PARCELA WS-ENT-VALOR.

           DISPLAY SC-BAIXA.
           ACCEPT SC-ENT-CLIENTE.
           ACCEPT SC-ENT-VENDA.
           ACCEPT SC-ENT-PARCELA.
           ACCEPT SC-ENT-VALOR.

           PERFORM CARREGAR-TABELA-TITULOS.
           PERFORM LOCALIZAR-TITULO.

           IF FLAG-TITULO-ENCONTRADO
               MOVE TB-CR-REGISTRO(WS-POS-TITULO) TO REG-RECEBER
               COMPUTE WS-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
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
               WHEN FLAG-CR-QUITADA
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
           ADD WS-ENT-VALOR  TO CR-VALOR-PAGO.
           MOVE WS-DATA-HOJE TO CR-DATA-PGTO.

           IF CR-VALOR-PAGO >= CR-VALOR
               SET FLAG-CR-QUITADA TO TRUE
           END-IF.

           MOVE REG-RECEBER TO TB-CR-REGISTRO(WS-POS-TITULO).
           PERFORM SALVAR-TABELA-TITULOS.

           STRING "CLIENTE=" DELIMITED BY SIZE
                  WS-ENT-CLIENTE DELIMITED BY SIZE
                  " VENDA=" DELIMITED BY SIZE
                  WS-ENT-VENDA DELIMITED BY SIZE
                  " PARC=" DELIMITED BY SIZE
                  WS-ENT-PARCELA DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-ENT-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.

           IF FLAG-CR-QUITADA
               MOVE "PARCELA QUITADA" TO WS-AUD-RESULTADO
           ELSE
               MOVE "BAIXA PARCIAL" TO WS-AUD-RESULTADO
           END-IF.

           PERFORM GRAVAR-AUDITORIA.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Recebimento baixado com sucesso"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-TITULOS.
           MOVE ZEROS  TO WS-TOTAL-TITULOS.
           MOVE "N"    TO WS-TABELA-TITULOS-CHEIA.
           MOVE SPACES TO WS-STATUS-RECEBER.

           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN INPUT RECEBER.

           IF FLAG-RECEBER-SUCESSO
               PERFORM CARREGAR-LINHA-TITULO WITH TEST BEFORE
               UNTIL FLAG-RECEBER-EOF
               OR FLAG-TABELA-TITULOS-CHEIA
               CLOSE RECEBER
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TITULO.

           READ RECEBER.

           IF NOT FLAG-RECEBER-EOF
               IF WS-TOTAL-TITULOS >= CONST-LIMITE-TITULOS
                   MOVE "S" TO WS-TABELA-TITULOS-CHEIA
               ELSE
                   ADD 1 TO WS-TOTAL-TITULOS
                   MOVE REG-RECEBER TO TB-CR-REGISTRO(WS-TOTAL-TITULOS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-TITULO.
           MOVE ZEROS TO WS-POS-TITULO.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-TITULOS

               MOVE TB-CR-REGISTRO(WS-CONT) TO REG-RECEBER
               IF CR-CLIENTE = WS-ENT-CLIENTE
               AND CR-VENDA = WS-ENT-VENDA
               AND CR-PARCELA = WS-ENT-PARCELA
                   MOVE WS-CONT TO WS-POS-TITULO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-TITULOS.
           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN OUTPUT RECEBER.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-TITULOS
               MOVE TB-CR-REGISTRO(WS-CONT) TO REG-RECEBER
               WRITE REG-RECEBER
           END-PERFORM.

           CLOSE RECEBER.
      *--------------------------------------------------------------*
       LISTAR-TITULOS-CLIENTE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CLIENTE.
           MOVE ZEROS  TO WS-SALDO-CLIENTE.

           DISPLAY "Codigo do cliente: " AT 0528.
           ACCEPT WS-ENT-CLIENTE AT 0548.

           DISPLAY "Venda  Parc Vencimento      Valor    Recebido"
               AT 0710.
           MOVE 8 TO WS-COUNT-LINE.

           MOVE SPACES TO WS-STATUS-RECEBER.
           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN INPUT RECEBER.

           IF FLAG-RECEBER-SUCESSO
               PERFORM LISTAR-LINHA-TITULO WITH TEST BEFORE
               UNTIL FLAG-RECEBER-EOF
               CLOSE RECEBER
           END-IF.

           DISPLAY "Saldo em aberto: " AT 2010.
           DISPLAY WS-SALDO-CLIENTE AT 2028.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-TITULO.

           READ RECEBER.

           IF NOT FLAG-RECEBER-EOF
               IF CR-CLIENTE = WS-ENT-CLIENTE
               AND FLAG-CR-ABERTA
                   COMPUTE WS-SALDO-CLIENTE =
                       WS-SALDO-CLIENTE + CR-VALOR - CR-VALOR-PAGO

                   IF WS-COUNT-LINE < 20
                       DISPLAY CR-VENDA
                           AT LINE WS-COUNT-LINE COLUMN 10
                       DISPLAY CR-PARCELA
                           AT LINE WS-COUNT-LINE COLUMN 18
                       DISPLAY CR-VENCIMENTO
                           AT LINE WS-COUNT-LINE COLUMN 22
                       DISPLAY CR-VALOR
                           AT LINE WS-COUNT-LINE COLUMN 34
                       DISPLAY CR-VALOR-PAGO
                           AT LINE WS-COUNT-LINE COLUMN 46
                       ADD 1 TO WS-COUNT-LINE
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       EMITIR-AGING.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-DESTINO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           MOVE ZEROS TO WS-TOTAL-AGING.
           INITIALIZE TB-AGING WS-TOTAIS-AGING.

           MOVE SPACES TO WS-STATUS-RECEBER.
           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN INPUT RECEBER.

           IF FLAG-RECEBER-SUCESSO
               PERFORM ACUMULAR-LINHA-AGING WITH TEST BEFORE
               UNTIL FLAG-RECEBER-EOF
               CLOSE RECEBER
           END-IF.

           DISPLAY "DD_RELAT-AGING"  UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-AGING.

           MOVE WS-DATA-HOJE TO CAB-DATA.
           WRITE REC-RELAT-AGING FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-AGING FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           PERFORM IMPRIMIR-LINHA-AGING
           VARYING WS-IDX-AGING FROM 1 BY 1
           UNTIL WS-IDX-AGING > WS-TOTAL-AGING.

           WRITE REC-RELAT-AGING FROM SPACES
           BEFORE ADVANCING 1 LINE.

           MOVE "TOTAL"         TO REL-CLIENTE.
           MOVE SPACES          TO REL-NOME.
           MOVE WS-TOT-A-VENCER TO REL-A-VENCER.
           MOVE WS-TOT-ATE-30   TO REL-ATE-30.
           MOVE WS-TOT-ATE-60   TO REL-ATE-60.
           MOVE WS-TOT-ATE-90   TO REL-ATE-90.
           MOVE WS-TOT-MAIS-90  TO REL-MAIS-90.
           WRITE REC-RELAT-AGING FROM DETALHE
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-AGING.

           STRING "DATA=" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " CLIENTES=" DELIMITED BY SIZE
                  WS-TOTAL-AGING DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE AGING GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Relatorio de aging emitido"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       ACUMULAR-LINHA-AGING.

           READ RECEBER.

           IF NOT FLAG-RECEBER-EOF
           AND FLAG-CR-ABERTA
               MOVE ZEROS TO WS-POS-AGING

               PERFORM VARYING WS-IDX-AGING FROM 1 BY 1
               UNTIL WS-IDX-AGING > WS-TOTAL-AGING

                   IF TB-AG-CLIENTE(WS-IDX-AGING) = CR-CLIENTE
                       MOVE WS-IDX-AGING TO WS-POS-AGING
                   END-IF
               END-PERFORM

               IF NOT FLAG-AGING-NA-TABELA
               AND WS-TOTAL-AGING < CONST-LIMITE-CLIENTES
                   ADD 1 TO WS-TOTAL-AGING
                   MOVE WS-TOTAL-AGING TO WS-POS-AGING
                   MOVE CR-CLIENTE TO TB-AG-CLIENTE(WS-POS-AGING)
               END-IF

               IF FLAG-AGING-NA-TABELA
                   PERFORM CLASSIFICAR-TITULO-AGING
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    DIAS DE ATRASO = DATA DO RELATORIO MENOS O VENCIMENTO; O
      *    TITULO QUE VENCE HOJE ENTRA NA FAIXA 0-30.
      *--------------------------------------------------------------*
       CLASSIFICAR-TITULO-AGING.
           COMPUTE WS-SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO.
           COMPUTE WS-DIAS-ATRASO = WS-DATA-HOJE-INT -
               FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO).

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO < 0
                   ADD WS-SALDO-TITULO
                       TO TB-AG-A-VENCER(WS-POS-AGING) WS-TOT-A-VENCER
               WHEN WS-DIAS-ATRASO <= 30
                   ADD WS-SALDO-TITULO
                       TO TB-AG-ATE-30(WS-POS-AGING) WS-TOT-ATE-30
               WHEN WS-DIAS-ATRASO <= 60
                   ADD WS-SALDO-TITULO
                       TO TB-AG-ATE-60(WS-POS-AGING) WS-TOT-ATE-60
               WHEN WS-DIAS-ATRASO <= 90
                   ADD WS-SALDO-TITULO
                       TO TB-AG-ATE-90(WS-POS-AGING) WS-TOT-ATE-90
               WHEN OTHER
                   ADD WS-SALDO-TITULO
                       TO TB-AG-MAIS-90(WS-POS-AGING) WS-TOT-MAIS-90
           END-EVALUATE.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-AGING.

           MOVE TB-AG-CLIENTE(WS-IDX-AGING)  TO REL-CLIENTE.
           PERFORM BUSCAR-NOME-CLIENTE.

           MOVE TB-AG-A-VENCER(WS-IDX-AGING) TO REL-A-VENCER.
           MOVE TB-AG-ATE-30(WS-IDX-AGING)   TO REL-ATE-30.
           MOVE TB-AG-ATE-60(WS-IDX-AGING)   TO REL-ATE-60.
           MOVE TB-AG-ATE-90(WS-IDX-AGING)   TO REL-ATE-90.
           MOVE TB-AG-MAIS-90(WS-IDX-AGING)  TO REL-MAIS-90.

           WRITE REC-RELAT-AGING FROM DETALHE
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       BUSCAR-NOME-CLIENTE.
           MOVE SPACES TO REL-NOME.
           MOVE SPACES TO WS-STATUS-CLIENTES.

           PERFORM OBTER-CAMINHO-CLIENTES.

           OPEN INPUT CLIENTES.

           IF FLAG-CLIENTES-SUCESSO
               PERFORM LER-NOME-CLIENTE WITH TEST BEFORE
               UNTIL FLAG-CLIENTES-EOF
               OR REL-NOME NOT = SPACES
               CLOSE CLIENTES
           END-IF.
      *--------------------------------------------------------------*
       LER-NOME-CLIENTE.

           READ CLIENTES.

           IF NOT FLAG-CLIENTES-EOF
           AND CL-CODIGO = TB-AG-CLIENTE(WS-IDX-AGING)
               MOVE CL-NOME TO REL-NOME
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-RECEB"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-RECEB"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
