       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-CAIXA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    FECHAMENTO DE CAIXA POR OPERADOR E DIA: O OPERADOR DECLARA
      *    O QUE CONTOU EM DINHEIRO, DEBITO, CREDITO E PIX SEM VER O
      *    ESPERADO; O PROGRAMA SOMA AS FORMAS DE PAGAMENTO DAS VENDAS
      *    DO DIA (pagamentos_venda.dat) E A RECEITA EM vendas.dat,
      *    APURA A SOBRA OU FALTA E GRAVA O FECHAMENTO EM
      *    fechamento_caixa.dat - A PARTIR DAI TP10-VENDAS NAO ACEITA
      *    MAIS LANCAMENTOS DO OPERADOR NAQUELA DATA. O SUPERVISOR
      *    PODE FECHAR O CAIXA DE OUTRO OPERADOR. O RELATORIO MENSAL
      *    DE SOBRAS E FALTAS POR OPERADOR VAI PARA A GERENCIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAIXA-SELECT.

           COPY PAGTO-VENDA-SELECT.

           COPY VENDA-SELECT.

           SELECT SD-CAIXA ASSIGN TO DISK.

           SELECT RELAT-CAIXA ASSIGN TO WS-DESTINO-RELAT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY CAIXA-FD.

       COPY PAGTO-VENDA-FD.

       COPY VENDA-FD.

       SD SD-CAIXA.
       01 SD-REG-CAIXA.
           05 SD-FC-OPERADOR        PIC X(10).
           05 SD-FC-DATA            PIC 9(8).
           05 SD-FC-RECEITA         PIC S9(8)V9(2).
           05 SD-FC-ESPERADO        PIC S9(8)V9(2).
           05 SD-FC-DECLARADO       PIC 9(8)V9(2).
           05 SD-FC-DIFERENCA       PIC S9(8)V9(2).

       FD RELAT-CAIXA
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-CAIXA PIC X(80).

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
       01 WS-FECHAMENTO-ENTRADA.
           05 WS-ENT-OPERADOR       PIC X(10)             VALUE SPACES.
           05 WS-ENT-DATA           PIC 9(8)              VALUE ZEROS.
           05 WS-ENT-DINHEIRO       PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-ENT-DEBITO         PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-ENT-CREDITO        PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-ENT-PIX            PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-CAIXA-DIA              PIC X                 VALUE "N".
           88 FLAG-CAIXA-FECHADO                          VALUE "S".
      *---- APURACAO DO FECHAMENTO -----------------------------------*
       77 WS-ESPERADO-CAIXA         PIC S9(8)V9(2)        VALUE ZEROS.
       77 WS-DECLARADO-CAIXA        PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-DIF-FORMA              PIC S9(8)V9(2)        VALUE ZEROS.
       77 WS-EDT-VALOR              PIC ZZ.ZZZ.ZZ9,99-.
       77 WS-COUNT-LINE             PIC 99                VALUE ZEROS.
       01 WS-LINHA-APURACAO.
           05 WS-AP-FORMA           PIC X(18)             VALUE SPACES.
           05 WS-AP-ESPERADO        PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                PIC X                 VALUE SPACES.
           05 WS-AP-DECLARADO       PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                PIC X                 VALUE SPACES.
           05 WS-AP-DIFERENCA       PIC ZZ.ZZZ.ZZ9,99-.
      *---- RELATORIO MENSAL -----------------------------------------*
       77 WS-MES-RELAT              PIC 9(6)              VALUE ZEROS.
       77 WS-DATA-INICIAL           PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-FINAL             PIC 9(8)              VALUE ZEROS.
       77 WS-FIM-ORDENADO           PIC X                 VALUE "N".
           88 FLAG-FIM-ORDENADO                           VALUE "S".
       77 WS-OPERADOR-ATUAL         PIC X(10)             VALUE SPACES.
       77 WS-PRIMEIRO-OPERADOR      PIC X                 VALUE "S".
           88 FLAG-PRIMEIRO-OPERADOR                      VALUE "S".
       77 WS-OP-DIAS                PIC 9(3)              VALUE ZEROS.
       77 WS-OP-SOBRA               PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-OP-FALTA               PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-TOT-SOBRA              PIC 9(9)V9(2)         VALUE ZEROS.
       77 WS-TOT-FALTA              PIC 9(9)V9(2)         VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)              VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(40) VALUE
              "SOBRAS E FALTAS DE CAIXA POR OPERADOR - ".
           05 CAB-MES PIC 9(6).
       01 CABEC2.
           05 FILLER PIC X(10) VALUE "Data".
           05 FILLER PIC X(16) VALUE "       Receita".
           05 FILLER PIC X(16) VALUE "      Esperado".
           05 FILLER PIC X(15) VALUE "     Declarado".
           05 FILLER PIC X(16) VALUE "     Diferenca".
           05 FILLER PIC X(05) VALUE SPACES.
       01 LINHA-OPERADOR.
           05 FILLER PIC X(10) VALUE "OPERADOR: ".
           05 OPE-CODIGO PIC X(10).
       01 DETALHE.
           05 REL-DATA PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-RECEITA PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-ESPERADO PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DECLARADO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-DIFERENCA PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-SITUACAO PIC X(05).
       01 LINHA-TOTAL-OPERADOR.
           05 FILLER PIC X(10) VALUE SPACES.
           05 TOP-DIAS PIC ZZ9.
           05 FILLER PIC X(16) VALUE " DIAS   SOBRAS: ".
           05 TOP-SOBRA PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(10) VALUE "  FALTAS: ".
           05 TOP-FALTA PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL-GERAL.
           05 FILLER PIC X(22) VALUE "TOTAL GERAL   SOBRAS: ".
           05 TOT-SOBRA PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(10) VALUE "  FALTAS: ".
           05 TOT-FALTA PIC ZZZ.ZZZ.ZZ9,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY CAIXA-STATUS.
           COPY PAGTO-VENDA-STATUS.
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
           "TP10 - Fechamento de caixa".

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
           "TP10 - Fechamento de caixa".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - fechar caixa do dia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - sobras e faltas do mes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-FECHAMENTO.
           10   LINE 03   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Fechar caixa do dia".

           10   LINE 05   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Operador: ".
           10 SC-ENT-OPERADOR       LINE + 0  COLUMN  45
           USING WS-ENT-OPERADOR.

           10   LINE 06   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Data (AAAAMMDD): ".
           10 SC-ENT-DATA           LINE + 0  COLUMN  45
           USING WS-ENT-DATA.

           10   LINE 08   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Dinheiro contado: ".
           10 SC-ENT-DINHEIRO       LINE + 0  COLUMN  45
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-DINHEIRO.

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Comprovantes debito: ".
           10 SC-ENT-DEBITO         LINE + 0  COLUMN  45
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-DEBITO.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Comprovantes credito: ".
           10 SC-ENT-CREDITO        LINE + 0  COLUMN  45
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-CREDITO.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Recebido em PIX: ".
           10 SC-ENT-PIX            LINE + 0  COLUMN  45
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-PIX.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-PARAMETROS.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Sobras e faltas do mes".

           10   LINE 07   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Mes (AAAAMM): ".
           10 SC-MES-RELAT          LINE + 0  COLUMN 35
           USING WS-MES-RELAT.

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
       OBTER-CAMINHO-CAIXA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="fechamento_caixa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CAIXA==
                ==:DDVAR:==  BY =="DD_CAIXA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PAGTOS-VENDA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="pagamentos_venda.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PAGTOS-VENDA==
                ==:DDVAR:==  BY =="DD_PAGTOS-VENDA"==.
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
                   PERFORM FECHAR-CAIXA
               WHEN 2
                   PERFORM EMITIR-SOBRAS-FALTAS
               WHEN 3
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    FECHAMENTO CEGO: O OPERADOR DECLARA A CONTAGEM ANTES DE
      *    VER O ESPERADO. SO O SUPERVISOR INFORMA OUTRO OPERADOR.
      *--------------------------------------------------------------*
       FECHAR-CAIXA.
           DISPLAY SC-LIMPA-TELA.

           MOVE WS-LOGIN-ID  TO WS-ENT-OPERADOR.
           MOVE WS-DATA-HOJE TO WS-ENT-DATA.
           MOVE ZEROS        TO WS-ENT-DINHEIRO WS-ENT-DEBITO
                                WS-ENT-CREDITO WS-ENT-PIX.

           DISPLAY SC-FECHAMENTO.

           IF FLAG-PERFIL-SUPERVISOR
               ACCEPT SC-ENT-OPERADOR
           END-IF.

           ACCEPT SC-ENT-DATA.
           ACCEPT SC-ENT-DINHEIRO.
           ACCEPT SC-ENT-DEBITO.
           ACCEPT SC-ENT-CREDITO.
           ACCEPT SC-ENT-PIX.

           PERFORM VERIFICAR-CAIXA-FECHADO.

           EVALUATE TRUE
               WHEN WS-ENT-OPERADOR = SPACES
               OR WS-ENT-DATA = ZEROS
               OR WS-ENT-DATA > WS-DATA-HOJE
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Operador ou data invalidos"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-CAIXA-FECHADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Caixa do operador ja fechado nesta data"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM APURAR-CAIXA
                   PERFORM GRAVAR-FECHAMENTO
                   PERFORM MOSTRAR-APURACAO
           END-EVALUATE.
      *--------------------------------------------------------------*
       VERIFICAR-CAIXA-FECHADO.

           MOVE "N"    TO WS-CAIXA-DIA.
           MOVE SPACES TO WS-STATUS-CAIXA.

           PERFORM OBTER-CAMINHO-CAIXA.

           OPEN INPUT CAIXA.

           IF FLAG-CAIXA-SUCESSO
               PERFORM CONFERIR-LINHA-CAIXA WITH TEST BEFORE
               UNTIL FLAG-CAIXA-EOF
               OR FLAG-CAIXA-FECHADO
               CLOSE CAIXA
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-CAIXA.

           READ CAIXA.

           IF NOT FLAG-CAIXA-EOF
           AND FC-OPERADOR = WS-ENT-OPERADOR
           AND FC-DATA = WS-ENT-DATA
               MOVE "S" TO WS-CAIXA-DIA
           END-IF.
      *--------------------------------------------------------------*
      *    O ESPERADO DE CADA FORMA E A SOMA DAS PARTES PAGAS NAS
      *    VENDAS (E DOS REEMBOLSOS, NEGATIVOS) DO OPERADOR NO DIA.
      *    A RECEITA DE vendas.dat QUE NAO TEM FORMA REGISTRADA FICA
      *    EM FC-SEM-FORMA, FORA DA SOBRA/FALTA.
      *--------------------------------------------------------------*
       APURAR-CAIXA.

           MOVE SPACES TO REG-CAIXA.
           INITIALIZE REG-CAIXA.

           MOVE WS-ENT-OPERADOR TO FC-OPERADOR.
           MOVE WS-ENT-DATA     TO FC-DATA.

           MOVE SPACES TO WS-STATUS-VENDAS.
           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM SOMAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.

           MOVE SPACES TO WS-STATUS-PAGTOS-VENDA.
           PERFORM OBTER-CAMINHO-PAGTOS-VENDA.

           OPEN INPUT PAGTOS-VENDA.

           IF FLAG-PAGTOS-VENDA-SUCESSO
               PERFORM SOMAR-LINHA-PAGAMENTO WITH TEST BEFORE
               UNTIL FLAG-PAGTOS-VENDA-EOF
               CLOSE PAGTOS-VENDA
           END-IF.

           COMPUTE FC-SEM-FORMA = FC-RECEITA
               - FC-ESP-DINHEIRO - FC-ESP-DEBITO - FC-ESP-CREDITO
               - FC-ESP-PIX - FC-ESP-PRAZO.

           MOVE WS-ENT-DINHEIRO TO FC-DEC-DINHEIRO.
           MOVE WS-ENT-DEBITO   TO FC-DEC-DEBITO.
           MOVE WS-ENT-CREDITO  TO FC-DEC-CREDITO.
           MOVE WS-ENT-PIX      TO FC-DEC-PIX.

           COMPUTE WS-ESPERADO-CAIXA = FC-ESP-DINHEIRO
               + FC-ESP-DEBITO + FC-ESP-CREDITO + FC-ESP-PIX.
           COMPUTE WS-DECLARADO-CAIXA = FC-DEC-DINHEIRO
               + FC-DEC-DEBITO + FC-DEC-CREDITO + FC-DEC-PIX.
           COMPUTE FC-DIFERENCA =
               WS-DECLARADO-CAIXA - WS-ESPERADO-CAIXA.

           MOVE WS-LOGIN-ID  TO FC-FECHADO-POR.
           MOVE WS-DATA-HOJE TO FC-DATA-FECHAMENTO.
      *--------------------------------------------------------------*
       SOMAR-LINHA-VENDA.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
           AND VD-OPERADOR = WS-ENT-OPERADOR
           AND VD-DATA = WS-ENT-DATA
               ADD VD-VALOR-TOTAL TO FC-RECEITA
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-PAGAMENTO.

           READ PAGTOS-VENDA.

           IF NOT FLAG-PAGTOS-VENDA-EOF
           AND PG-OPERADOR = WS-ENT-OPERADOR
           AND PG-DATA = WS-ENT-DATA
               EVALUATE TRUE
                   WHEN FLAG-PG-DINHEIRO
                       ADD PG-VALOR TO FC-ESP-DINHEIRO
                   WHEN FLAG-PG-DEBITO
                       ADD PG-VALOR TO FC-ESP-DEBITO
                   WHEN FLAG-PG-CREDITO
                       ADD PG-VALOR TO FC-ESP-CREDITO
                   WHEN FLAG-PG-PIX
                       ADD PG-VALOR TO FC-ESP-PIX
                   WHEN FLAG-PG-PRAZO
                       ADD PG-VALOR TO FC-ESP-PRAZO
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-FECHAMENTO.

           PERFORM OBTER-CAMINHO-CAIXA.

           MOVE SPACES TO WS-STATUS-CAIXA.

           OPEN EXTEND CAIXA.

           IF NOT FLAG-CAIXA-SUCESSO
               IF FLAG-CAIXA-NAO-CRIADO
                   OPEN OUTPUT CAIXA
               END-IF
           END-IF.

           WRITE REG-CAIXA.

           CLOSE CAIXA.

           MOVE FC-DIFERENCA TO WS-EDT-VALOR.

           STRING "OPER=" DELIMITED BY SIZE
                  WS-ENT-OPERADOR DELIMITED BY SPACE
                  " DATA=" DELIMITED BY SIZE
                  WS-ENT-DATA DELIMITED BY SIZE
                  " DIF=" DELIMITED BY SIZE
                  WS-EDT-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CAIXA FECHADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       MOSTRAR-APURACAO.
           DISPLAY SC-LIMPA-TELA.

           DISPLAY "CAIXA FECHADO - OPERADOR " AT 0320.
           DISPLAY WS-ENT-OPERADOR AT 0345.
           DISPLAY WS-ENT-DATA AT 0357.

           DISPLAY "Forma                   Esperado      Declarado"
               AT 0520.
           DISPLAY "      Diferenca" AT 0567.

           MOVE 6 TO WS-COUNT-LINE.

           MOVE "DINHEIRO"        TO WS-AP-FORMA.
           MOVE FC-ESP-DINHEIRO   TO WS-AP-ESPERADO.
           MOVE FC-DEC-DINHEIRO   TO WS-AP-DECLARADO.
           COMPUTE WS-DIF-FORMA = FC-DEC-DINHEIRO - FC-ESP-DINHEIRO.
           PERFORM MOSTRAR-LINHA-APURACAO.

           MOVE "CARTAO DE DEBITO"  TO WS-AP-FORMA.
           MOVE FC-ESP-DEBITO       TO WS-AP-ESPERADO.
           MOVE FC-DEC-DEBITO       TO WS-AP-DECLARADO.
           COMPUTE WS-DIF-FORMA = FC-DEC-DEBITO - FC-ESP-DEBITO.
           PERFORM MOSTRAR-LINHA-APURACAO.

           MOVE "CARTAO DE CREDITO" TO WS-AP-FORMA.
           MOVE FC-ESP-CREDITO      TO WS-AP-ESPERADO.
           MOVE FC-DEC-CREDITO      TO WS-AP-DECLARADO.
           COMPUTE WS-DIF-FORMA = FC-DEC-CREDITO - FC-ESP-CREDITO.
           PERFORM MOSTRAR-LINHA-APURACAO.

           MOVE "PIX"             TO WS-AP-FORMA.
           MOVE FC-ESP-PIX        TO WS-AP-ESPERADO.
           MOVE FC-DEC-PIX        TO WS-AP-DECLARADO.
           COMPUTE WS-DIF-FORMA = FC-DEC-PIX - FC-ESP-PIX.
           PERFORM MOSTRAR-LINHA-APURACAO.

           MOVE "TOTAL DO CAIXA"   TO WS-AP-FORMA.
           MOVE WS-ESPERADO-CAIXA  TO WS-AP-ESPERADO.
           MOVE WS-DECLARADO-CAIXA TO WS-AP-DECLARADO.
           MOVE FC-DIFERENCA       TO WS-DIF-FORMA.
           ADD 1 TO WS-COUNT-LINE.
           PERFORM MOSTRAR-LINHA-APURACAO.

           DISPLAY "Vendido a prazo: " AT 1420.
           MOVE FC-ESP-PRAZO TO WS-EDT-VALOR.
           DISPLAY WS-EDT-VALOR AT 1438.

           IF FC-SEM-FORMA NOT = ZEROS
               DISPLAY "Receita sem forma registrada: " AT 1520
               MOVE FC-SEM-FORMA TO WS-EDT-VALOR
               DISPLAY WS-EDT-VALOR AT 1551
           END-IF.

           EVALUATE TRUE
               WHEN FC-DIFERENCA > ZEROS
                   DISPLAY "Caixa fechado com SOBRA"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FC-DIFERENCA < ZEROS
                   DISPLAY "Caixa fechado com FALTA"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   DISPLAY "Caixa fechado sem diferenca"
                   FOREGROUND-COLOR 2 AT 2028
           END-EVALUATE.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       MOSTRAR-LINHA-APURACAO.

           MOVE WS-DIF-FORMA TO WS-AP-DIFERENCA.

           DISPLAY WS-LINHA-APURACAO
               AT LINE WS-COUNT-LINE COLUMN 20.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       EMITIR-SOBRAS-FALTAS.
           DISPLAY SC-LIMPA-TELA.

           MOVE WS-DATA-HOJE(1:6) TO WS-MES-RELAT.

           DISPLAY SC-PARAMETROS.
           ACCEPT SC-MES-RELAT.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           COMPUTE WS-DATA-INICIAL = WS-MES-RELAT * 100 + 1.
           COMPUTE WS-DATA-FINAL   = WS-MES-RELAT * 100 + 31.

           MOVE ZEROS TO WS-TOT-SOBRA WS-TOT-FALTA CONTADOR.

           DISPLAY "DD_RELAT-CAIXA"  UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT  UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-CAIXA.

           MOVE WS-MES-RELAT TO CAB-MES.
           WRITE REC-RELAT-CAIXA FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-CAIXA FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           SORT SD-CAIXA
               ON ASCENDING KEY SD-FC-OPERADOR SD-FC-DATA
               INPUT PROCEDURE IS SELECIONAR-FECHAMENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-FECHAMENTOS-ORDENADOS.

           MOVE WS-TOT-SOBRA TO TOT-SOBRA.
           MOVE WS-TOT-FALTA TO TOT-FALTA.
           WRITE REC-RELAT-CAIXA FROM LINHA-TOTAL-GERAL
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-CAIXA.

           STRING "MES=" DELIMITED BY SIZE
                  WS-MES-RELAT DELIMITED BY SIZE
                  " FECHAMENTOS=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO CAIXA GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Relatorio de sobras e faltas emitido"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       SELECIONAR-FECHAMENTOS.

           MOVE SPACES TO WS-STATUS-CAIXA.
           PERFORM OBTER-CAMINHO-CAIXA.

           OPEN INPUT CAIXA.

           IF FLAG-CAIXA-SUCESSO
               PERFORM SELECIONAR-LINHA-CAIXA WITH TEST BEFORE
               UNTIL FLAG-CAIXA-EOF
               CLOSE CAIXA
           END-IF.
      *--------------------------------------------------------------*
       SELECIONAR-LINHA-CAIXA.

           READ CAIXA.

           IF NOT FLAG-CAIXA-EOF
           AND FC-DATA >= WS-DATA-INICIAL
           AND FC-DATA <= WS-DATA-FINAL
               MOVE FC-OPERADOR  TO SD-FC-OPERADOR
               MOVE FC-DATA      TO SD-FC-DATA
               MOVE FC-RECEITA   TO SD-FC-RECEITA
               COMPUTE SD-FC-ESPERADO = FC-ESP-DINHEIRO
                   + FC-ESP-DEBITO + FC-ESP-CREDITO + FC-ESP-PIX
               COMPUTE SD-FC-DECLARADO = FC-DEC-DINHEIRO
                   + FC-DEC-DEBITO + FC-DEC-CREDITO + FC-DEC-PIX
               MOVE FC-DIFERENCA TO SD-FC-DIFERENCA

               RELEASE SD-REG-CAIXA
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-FECHAMENTOS-ORDENADOS.

           MOVE "N" TO WS-FIM-ORDENADO.
           MOVE "S" TO WS-PRIMEIRO-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL.

           PERFORM IMPRIMIR-LINHA-FECHAMENTO WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.

           IF NOT FLAG-PRIMEIRO-OPERADOR
               PERFORM IMPRIMIR-TOTAL-OPERADOR
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-FECHAMENTO.

           RETURN SD-CAIXA
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               IF FLAG-PRIMEIRO-OPERADOR
               OR SD-FC-OPERADOR NOT = WS-OPERADOR-ATUAL
                   PERFORM INICIAR-OPERADOR
               END-IF

               MOVE SD-FC-DATA      TO REL-DATA
               MOVE SD-FC-RECEITA   TO REL-RECEITA
               MOVE SD-FC-ESPERADO  TO REL-ESPERADO
               MOVE SD-FC-DECLARADO TO REL-DECLARADO
               MOVE SD-FC-DIFERENCA TO REL-DIFERENCA

               EVALUATE TRUE
                   WHEN SD-FC-DIFERENCA > ZEROS
                       MOVE "SOBRA" TO REL-SITUACAO
                       ADD SD-FC-DIFERENCA TO WS-OP-SOBRA
                   WHEN SD-FC-DIFERENCA < ZEROS
                       MOVE "FALTA" TO REL-SITUACAO
                       SUBTRACT SD-FC-DIFERENCA FROM WS-OP-FALTA
                   WHEN OTHER
                       MOVE SPACES  TO REL-SITUACAO
               END-EVALUATE

               WRITE REC-RELAT-CAIXA FROM DETALHE
               BEFORE ADVANCING 1 LINE

               ADD 1 TO WS-OP-DIAS
               ADD 1 TO CONTADOR
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-OPERADOR.

           IF NOT FLAG-PRIMEIRO-OPERADOR
               PERFORM IMPRIMIR-TOTAL-OPERADOR
           END-IF.

           MOVE "N"            TO WS-PRIMEIRO-OPERADOR.
           MOVE SD-FC-OPERADOR TO WS-OPERADOR-ATUAL.
           MOVE ZEROS          TO WS-OP-DIAS WS-OP-SOBRA WS-OP-FALTA.

           MOVE SD-FC-OPERADOR TO OPE-CODIGO.
           WRITE REC-RELAT-CAIXA FROM LINHA-OPERADOR
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
      *    SOBRA NAO COMPENSA FALTA: AS DUAS SAEM SEPARADAS PARA A
      *    GERENCIA.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL-OPERADOR.

           MOVE WS-OP-DIAS  TO TOP-DIAS.
           MOVE WS-OP-SOBRA TO TOP-SOBRA.
           MOVE WS-OP-FALTA TO TOP-FALTA.

           WRITE REC-RELAT-CAIXA FROM LINHA-TOTAL-OPERADOR
           BEFORE ADVANCING 2 LINES.

           ADD WS-OP-SOBRA TO WS-TOT-SOBRA.
           ADD WS-OP-FALTA TO WS-TOT-FALTA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-CAIXA"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-CAIXA"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
