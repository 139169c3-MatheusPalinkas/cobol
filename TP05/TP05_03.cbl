           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINANCIAMENTO.
      *    SERIE DE FLUXOS DE CAIXA GRAVADA PARA SER RECARREGADA NA
      *    ANALISE DE INVESTIMENTOS (fluxo_<nome>.txt).
           SELECT FLUXO-CAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLUXO.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01  REG-FINANCIAMENTO.
           05 FN-LINHA              PIC X(80)             VALUE SPACES.

       FD  FLUXO-CAIXA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FLUXO-CAIXA.

      *    UMA LINHA "T" COM A TAXA DE DESCONTO E UMA LINHA "F" POR
      *    FLUXO (SAIDAS COM SINAL NEGATIVO).
       01  REG-FLUXO-CAIXA.
           05 FX-TIPO               PIC X.
               88 FLAG-FX-TAXA                            VALUE "T".
               88 FLAG-FX-FLUXO                           VALUE "F".
           05 FILLER                PIC X.
           05 FX-DATA               PIC 9(8).
           05 FILLER                PIC X.
           05 FX-VALOR              PIC S9(9)V9(2)
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X.
           05 FX-TAXA               PIC 9(3)V9(4).
           05 FILLER                PIC X.
           05 FX-PERIODO            PIC X.
           05 FILLER                PIC X(47).

       COPY SPOOL-FD.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
           88 FLAG-SAIR             VALUE 0.
           88 FLAG-RAIZ             VALUE 6.
           88 FLAG-HISTORICO        VALUE 7.
           88 FLAG-FINANCIAMENTO    VALUE 8.
           88 FLAG-FLUXO-CAIXA      VALUE 9.
           88 FLAG-OPCAO-VALIDA     VALUE 0               THRU 9.
       77 WS-NUM-1                  PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-NUM-2                  PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-RESULTADO              PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-INICIO-HIST             PIC 99                VALUE ZEROS.
       77 WS-SLOT-HIST               PIC 99                VALUE ZEROS.
       77 WS-POS-HIST               PIC 9(4)              VALUE ZEROS.
       77 WS-HIST-VALOR             PIC S9(9)V9(2)        VALUE ZEROS.
       77 WS-HIST-EXIBE             PIC -ZZZ.ZZZ.ZZ9,99   VALUE ZEROS.
       77 WS-PAUSA                  PIC X                 VALUE SPACES.
      *    COM SINAL E MAIS LARGO PARA CABER O VPL DO FLUXO DE CAIXA.
       01 TB-HISTORICO.
           05 TB-HIST-ITEM PIC S9(9)V9(2) OCCURS 10 TIMES VALUE ZEROS.
      *---- FINANCIAMENTO (PRICE E SAC) ------------------------------*
      *    A PLANILHA SAI PARCELA A PARCELA NOS DOIS SISTEMAS, COM
      *    JUROS, AMORTIZACAO E SALDO DEVEDOR, EM financiamento.txt;
           COPY DIR-DADOS.
       77 WS-ARQ-FINANCIAMENTO      PIC X(60)             VALUE SPACES.
       77 WS-STATUS-FINANCIAMENTO   PIC X(02)             VALUE SPACES.
       COPY SPOOL-STATUS.
       77 WS-FIN-PRINCIPAL          PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-FIN-TAXA               PIC 9(2)V9(4)         VALUE ZEROS.
       77 WS-FIN-PRAZO              PIC 9(3)              VALUE ZEROS.
           05 FN-DET-PRESTACAO PIC ZZZ.ZZ9,99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FN-DET-SALDO PIC Z.ZZZ.ZZ9,99.
      *---- FLUXO DE CAIXA (VPL, TIR E PAYBACK) ----------------------*
      *    OS FLUXOS SAO DATADOS E DESCONTADOS DIA A DIA PELA TAXA
      *    ANUAL EFETIVA (ANO DE 365 DIAS) ATE A DATA DO PRIMEIRO
      *    FLUXO. A TIR E PROCURADA POR BISSECAO ENTRE -99% E 1000%
      *    AO ANO.
       77 CONST-LIMITE-FLUXOS       PIC 99                VALUE 60.
       77 CONST-DIAS-ANO            PIC 9(3)              VALUE 365.
       77 CONST-MAX-ITERACOES       PIC 9(3)              VALUE 200.
       77 CONST-PRECISAO-TIR        PIC 9V9(9)            VALUE
          0,000000010.
       77 CONST-TIR-MINIMA          PIC S9V9(2)           VALUE -0,99.
       77 CONST-TIR-MAXIMA          PIC 9(2)              VALUE 10.
       77 CONST-TAXA-MENSAL-MAXIMA  PIC 9(3)              VALUE 100.
       77 WS-ARQ-FLUXO              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-FLUXO           PIC X(02)             VALUE SPACES.
           88 FLAG-FLUXO-SUCESSO                          VALUE "00".
           88 FLAG-FLUXO-EOF                              VALUE "10".
       77 WS-NOME-SERIE             PIC X(20)             VALUE SPACES.
       77 WS-NOME-FLUXO             PIC X(40)             VALUE SPACES.
       77 WS-FC-RESPOSTA            PIC X                 VALUE SPACES.
       77 WS-FC-CARREGADA           PIC X                 VALUE "N".
           88 FLAG-FC-CARREGADA                           VALUE "S".
       77 WS-FC-QTD                 PIC 99                VALUE ZEROS.
       77 WS-FC-IDX                 PIC 99                VALUE ZEROS.
       77 WS-FC-POSICIONADO         PIC X                 VALUE "N".
           88 FLAG-FC-POSICIONADO                         VALUE "S".
       77 WS-FC-DATA-OK             PIC X                 VALUE "N".
           88 FLAG-FC-DATA-VALIDA                         VALUE "S".
       77 WS-FC-DIAS-MES            PIC 99                VALUE ZEROS.
       77 WS-FC-VALOR               PIC S9(9)V9(2)        VALUE ZEROS.
       77 WS-FC-TAXA                PIC 9(3)V9(4)         VALUE ZEROS.
       77 WS-FC-TAXA-DIGITADA       PIC 9(3)V9(4)         VALUE ZEROS.
       77 WS-FC-PERIODO             PIC X                 VALUE "A".
           88 FLAG-FC-MENSAL                              VALUE "M".
           88 FLAG-FC-ANUAL                               VALUE "A".
       77 WS-FC-PERIODO-DIGITADO    PIC X                 VALUE SPACES.
       77 WS-FC-TAXA-ANUAL          PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-TAXA-MENSAL         PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-TAXA-TESTE          PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-TAXA-MIN            PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-TAXA-MAX            PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-VALOR-LIQUIDO       PIC S9(13)V9(4)       VALUE ZEROS.
       77 WS-FC-VL-MIN              PIC S9(13)V9(4)       VALUE ZEROS.
       77 WS-FC-VL-MAX              PIC S9(13)V9(4)       VALUE ZEROS.
       77 WS-FC-VPL                 PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-FC-TIR-ANUAL           PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-TIR-MENSAL          PIC S9(5)V9(9)        VALUE ZEROS.
       77 WS-FC-TIR-ACHADA          PIC X                 VALUE "N".
           88 FLAG-FC-TIR-ACHADA                          VALUE "S".
       77 WS-FC-ITERACAO            PIC 9(3)              VALUE ZEROS.
       77 WS-FC-ACUMULADO           PIC S9(13)V9(2)       VALUE ZEROS.
       77 WS-FC-ACUM-DESCONTADO     PIC S9(13)V9(4)       VALUE ZEROS.
       77 WS-FC-NEGATIVO            PIC X                 VALUE "N".
       77 WS-FC-NEGATIVO-DESC       PIC X                 VALUE "N".
       77 WS-FC-PAYBACK-ACHADO      PIC X                 VALUE "N".
           88 FLAG-FC-PAYBACK-ACHADO                      VALUE "S".
       77 WS-FC-PAYBACK-DESC-ACHADO PIC X                 VALUE "N".
           88 FLAG-FC-PAYBACK-DESC-ACHADO                 VALUE "S".
       77 WS-FC-PAYBACK-IDX         PIC 99                VALUE ZEROS.
       77 WS-FC-PAYBACK-DESC-IDX    PIC 99                VALUE ZEROS.
       77 WS-FC-LIMPA               PIC X(50)             VALUE SPACES.
       77 WS-FC-EXIBE-QTD           PIC Z9                VALUE ZEROS.
       77 WS-FC-EXIBE-VALOR         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-FC-EXIBE-TAXA          PIC -ZZZZZ9,9999      VALUE ZEROS.
       77 WS-FC-EXIBE-DIAS          PIC ZZZZ9             VALUE ZEROS.
       77 WS-FC-EXIBE-MESES         PIC ZZZ9,9            VALUE ZEROS.
       01 WS-FC-DATA-ENTRADA        PIC 9(8)              VALUE ZEROS.
       01 WS-FC-DATA-PARTES REDEFINES WS-FC-DATA-ENTRADA.
           05 WS-FC-ANO             PIC 9(4).
           05 WS-FC-MES             PIC 99.
           05 WS-FC-DIA             PIC 99.
       01 WS-FC-DATA-EXIBE.
           05 WS-FC-EXIBE-DIA       PIC 99                VALUE ZEROS.
           05 FILLER                PIC X                 VALUE "/".
           05 WS-FC-EXIBE-MES       PIC 99                VALUE ZEROS.
           05 FILLER                PIC X                 VALUE "/".
           05 WS-FC-EXIBE-ANO       PIC 9(4)              VALUE ZEROS.
       01 TB-FLUXOS.
           05 TB-FC-ITEM OCCURS 60 TIMES.
               10 TB-FC-DATA        PIC 9(8).
               10 TB-FC-VALOR       PIC S9(9)V9(2).
               10 TB-FC-DIAS        PIC 9(5).
               10 TB-FC-ANOS        PIC 9(3)V9(9).
       SCREEN SECTION.
      *---- SCREENS ------------------------------------------------*
       01 SC-LIMPA-TELA.
           10   LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "8 - Financiamento (Price e SAC)".
           10   LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "9 - Fluxo de caixa (VPL, TIR e payback)".
           10   LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "0 - Sair".
           10   LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
               IF FLAG-FINANCIAMENTO
                   PERFORM SIMULAR-FINANCIAMENTO
               ELSE
                   IF FLAG-FLUXO-CAIXA
                       PERFORM ANALISAR-FLUXO-CAIXA
                   ELSE
                       IF NOT FLAG-SAIR
                           PERFORM ENTRADA-DADOS
                           PERFORM CALCULAR
                           PERFORM GRAVAR-HISTORICO
                           PERFORM SAIDA-DADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-HISTORICO.

           MOVE WS-RESULTADO TO WS-HIST-VALOR.

           PERFORM GRAVAR-VALOR-HISTORICO.
      *--------------------------------------------------------------*
       GRAVAR-VALOR-HISTORICO.

           ADD 1 TO WS-HIST-POS.
           IF WS-HIST-POS > CONST-LIMITE-HISTORICO
               MOVE 1 TO WS-HIST-POS
           END-IF.
           MOVE WS-HIST-VALOR TO TB-HIST-ITEM(WS-HIST-POS).
           IF WS-HIST-QTD < CONST-LIMITE-HISTORICO
               ADD 1 TO WS-HIST-QTD
           END-IF.
                 BY =="financiamento.txt"==
                ==:DESTINO:== BY ==WS-ARQ-FINANCIAMENTO==
                ==:DDVAR:==  BY =="DD_FINANCIAMENTO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP05_03"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
       SIMULAR-FINANCIAMENTO.


               CLOSE FINANCIAMENTO

               MOVE SPACES TO WS-SPL-PARAMETROS
               STRING "PRINCIPAL=" DELIMITED BY SIZE
                      WS-FIN-PRINCIPAL DELIMITED BY SIZE
                      " TAXA=" DELIMITED BY SIZE
                      WS-FIN-TAXA DELIMITED BY SIZE
                      " PRAZO=" DELIMITED BY SIZE
                      WS-FIN-PRAZO DELIMITED BY SIZE
                      INTO WS-SPL-PARAMETROS
               MOVE WS-ARQ-FINANCIAMENTO TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL

      *    A PRESTACAO PRICE VAI PARA O HISTORICO DE CALCULOS, COMO
      *    OS DEMAIS RESULTADOS DA CALCULADORA.
               MOVE WS-FIN-PARCELA TO WS-RESULTADO
           MOVE WS-FIN-SALDO       TO FN-DET-SALDO.

           WRITE REG-FINANCIAMENTO FROM FN-DETALHE.
      *--------------------------------------------------------------*
      *    FLUXO DE CAIXA: A SERIE PODE VIR DE UM ARQUIVO GRAVADO E
      *    RECEBER NOVOS FLUXOS; O VPL E A TIR (EM % AO ANO) ENTRAM
      *    NO HISTORICO DE CALCULOS.
      *--------------------------------------------------------------*
       ANALISAR-FLUXO-CAIXA.

           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS  TO WS-FC-QTD WS-FC-TAXA.
           MOVE "A"    TO WS-FC-PERIODO.
           MOVE "N"    TO WS-FC-CARREGADA.
           MOVE SPACES TO WS-FC-RESPOSTA.

           DISPLAY "TP05 - Fluxo de caixa (VPL, TIR e payback)"
               AT 0528 FOREGROUND-COLOR 8.

           DISPLAY "Carregar serie gravada (S/N)? " AT 0828.
           ACCEPT WS-FC-RESPOSTA AT 0858.

           IF WS-FC-RESPOSTA = "S" OR "s"
               PERFORM CARREGAR-SERIE-FLUXO
           END-IF.

           PERFORM DIGITAR-FLUXO WITH TEST AFTER
           UNTIL WS-FC-DATA-ENTRADA = ZEROS
           OR WS-FC-QTD = CONST-LIMITE-FLUXOS.

           IF WS-FC-QTD < 2
               DISPLAY "Serie com menos de dois fluxos - analise "
                   "cancelada" AT 2228 FOREGROUND-COLOR 6
           ELSE
               PERFORM DIGITAR-TAXA-FLUXO
           END-IF.

      *    ACIMA DE 100% AO MES A TAXA ANUAL EQUIVALENTE NAO CABE.
           IF WS-FC-QTD > 1
           AND FLAG-FC-MENSAL
           AND WS-FC-TAXA > CONST-TAXA-MENSAL-MAXIMA
               DISPLAY "Taxa mensal acima de 100% - analise "
                   "cancelada" AT 2228 FOREGROUND-COLOR 6
               MOVE ZEROS TO WS-FC-QTD
           END-IF.

           IF WS-FC-QTD > 1
               PERFORM CALCULAR-FLUXO-CAIXA
               PERFORM MOSTRAR-RESULTADO-FLUXO

               MOVE WS-FC-VPL TO WS-HIST-VALOR
               PERFORM GRAVAR-VALOR-HISTORICO

               IF FLAG-FC-TIR-ACHADA
                   COMPUTE WS-HIST-VALOR ROUNDED =
                       WS-FC-TIR-ANUAL * 100
                   PERFORM GRAVAR-VALOR-HISTORICO
               END-IF

               MOVE SPACES TO WS-FC-RESPOSTA
               DISPLAY "Gravar a serie (S/N)? " AT 2228
               ACCEPT WS-FC-RESPOSTA AT 2250

               IF WS-FC-RESPOSTA = "S" OR "s"
                   PERFORM GRAVAR-SERIE-FLUXO
               END-IF
           END-IF.

           DISPLAY "Pressione ENTER para voltar ao menu: " AT 2728.
           ACCEPT WS-PAUSA AT 2766.

           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       DIGITAR-FLUXO.

           MOVE ZEROS TO WS-FC-DATA-ENTRADA WS-FC-VALOR.

           MOVE WS-FC-QTD TO WS-FC-EXIBE-QTD.
           DISPLAY "Fluxos na serie: " AT 1028.
           DISPLAY WS-FC-EXIBE-QTD AT 1045.

           DISPLAY "Data do fluxo (AAAAMMDD, 0 encerra): " AT 1228.
           ACCEPT WS-FC-DATA-ENTRADA AT 1266.

           PERFORM VALIDAR-DATA-FLUXO.

           EVALUATE TRUE
               WHEN WS-FC-DATA-ENTRADA = ZEROS
                   CONTINUE
               WHEN NOT FLAG-FC-DATA-VALIDA
                   DISPLAY "Data invalida - fluxo ignorado"
                       AT 1628 FOREGROUND-COLOR 6
               WHEN OTHER
                   DISPLAY "Valor (saida com sinal -): " AT 1428
                   ACCEPT WS-FC-VALOR AT 1456

                   IF WS-FC-VALOR = ZEROS
                       DISPLAY "Valor zero - fluxo ignorado"
                           AT 1628 FOREGROUND-COLOR 6
                   ELSE
                       DISPLAY WS-FC-LIMPA AT 1628
                       PERFORM INCLUIR-FLUXO
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
       VALIDAR-DATA-FLUXO.

           MOVE "N"   TO WS-FC-DATA-OK.
           MOVE ZEROS TO WS-FC-DIAS-MES.

           IF WS-FC-ANO NOT < 1601
           AND WS-FC-MES NOT < 1
           AND WS-FC-MES NOT > 12
               EVALUATE WS-FC-MES
                   WHEN 2
                       IF FUNCTION MOD(WS-FC-ANO, 4) = ZEROS
                       AND (FUNCTION MOD(WS-FC-ANO, 100) NOT = ZEROS
                       OR FUNCTION MOD(WS-FC-ANO, 400) = ZEROS)
                           MOVE 29 TO WS-FC-DIAS-MES
                       ELSE
                           MOVE 28 TO WS-FC-DIAS-MES
                       END-IF
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-FC-DIAS-MES
                   WHEN OTHER
                       MOVE 31 TO WS-FC-DIAS-MES
               END-EVALUATE
           END-IF.

           IF WS-FC-DIA NOT < 1
           AND WS-FC-DIA NOT > WS-FC-DIAS-MES
               MOVE "S" TO WS-FC-DATA-OK
           END-IF.
      *--------------------------------------------------------------*
      *    A TABELA FICA EM ORDEM DE DATA: O FLUXO NOVO ENTRA DEPOIS
      *    DOS DE MESMA DATA JA DIGITADOS.
      *--------------------------------------------------------------*
       INCLUIR-FLUXO.

           ADD 1 TO WS-FC-QTD.
           MOVE WS-FC-QTD TO WS-FC-IDX.
           MOVE "N"       TO WS-FC-POSICIONADO.

           PERFORM DESLOCAR-FLUXO UNTIL FLAG-FC-POSICIONADO.

           MOVE WS-FC-DATA-ENTRADA TO TB-FC-DATA(WS-FC-IDX).
           MOVE WS-FC-VALOR        TO TB-FC-VALOR(WS-FC-IDX).
      *--------------------------------------------------------------*
       DESLOCAR-FLUXO.

           EVALUATE TRUE
               WHEN WS-FC-IDX = 1
                   MOVE "S" TO WS-FC-POSICIONADO
               WHEN TB-FC-DATA(WS-FC-IDX - 1) > WS-FC-DATA-ENTRADA
                   MOVE TB-FC-ITEM(WS-FC-IDX - 1)
                     TO TB-FC-ITEM(WS-FC-IDX)
                   SUBTRACT 1 FROM WS-FC-IDX
               WHEN OTHER
                   MOVE "S" TO WS-FC-POSICIONADO
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    TAXA DE DESCONTO AO MES OU AO ANO; NUMA SERIE CARREGADA,
      *    TAXA ZERO E PERIODO EM BRANCO MANTEM OS DA SERIE.
      *--------------------------------------------------------------*
       DIGITAR-TAXA-FLUXO.

           MOVE ZEROS  TO WS-FC-TAXA-DIGITADA.
           MOVE SPACES TO WS-FC-PERIODO-DIGITADO.

           IF FLAG-FC-CARREGADA
               MOVE WS-FC-TAXA TO WS-FC-EXIBE-TAXA
               DISPLAY "Taxa da serie (%): " AT 1728
               DISPLAY WS-FC-EXIBE-TAXA AT 1747
               DISPLAY WS-FC-PERIODO AT 1760
               DISPLAY "(0 mantem)" AT 1762
           END-IF.

           DISPLAY "Taxa de desconto em % (ex. 012,0000): " AT 1828.
           ACCEPT WS-FC-TAXA-DIGITADA AT 1867.

           DISPLAY "Periodo da taxa (M = mensal, A = anual): "
               AT 2028.
           ACCEPT WS-FC-PERIODO-DIGITADO AT 2069.

           INSPECT WS-FC-PERIODO-DIGITADO CONVERTING "ma" TO "MA".

           IF WS-FC-TAXA-DIGITADA > ZEROS
           OR NOT FLAG-FC-CARREGADA
               MOVE WS-FC-TAXA-DIGITADA TO WS-FC-TAXA
           END-IF.

           EVALUATE TRUE
               WHEN WS-FC-PERIODO-DIGITADO = "M" OR "A"
                   MOVE WS-FC-PERIODO-DIGITADO TO WS-FC-PERIODO
               WHEN FLAG-FC-CARREGADA
                   CONTINUE
               WHEN OTHER
                   MOVE "A" TO WS-FC-PERIODO
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    TAXAS EQUIVALENTES: (1 + MENSAL) ** 12 = (1 + ANUAL). CADA
      *    FLUXO E DESCONTADO POR (1 + ANUAL) ** (DIAS / 365), COM OS
      *    DIAS CONTADOS A PARTIR DO PRIMEIRO FLUXO.
      *--------------------------------------------------------------*
       CALCULAR-FLUXO-CAIXA.

           IF FLAG-FC-MENSAL
               COMPUTE WS-FC-TAXA-MENSAL ROUNDED = WS-FC-TAXA / 100
               COMPUTE WS-FC-TAXA-ANUAL ROUNDED =
                   (1 + WS-FC-TAXA-MENSAL) ** 12 - 1
           ELSE
               COMPUTE WS-FC-TAXA-ANUAL ROUNDED = WS-FC-TAXA / 100
               COMPUTE WS-FC-TAXA-MENSAL ROUNDED =
                   (1 + WS-FC-TAXA-ANUAL) ** (1 / 12) - 1
           END-IF.

           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-QTD
               COMPUTE TB-FC-DIAS(WS-FC-IDX) =
                   FUNCTION INTEGER-OF-DATE(TB-FC-DATA(WS-FC-IDX))
                   - FUNCTION INTEGER-OF-DATE(TB-FC-DATA(1))
               COMPUTE TB-FC-ANOS(WS-FC-IDX) ROUNDED =
                   TB-FC-DIAS(WS-FC-IDX) / CONST-DIAS-ANO
           END-PERFORM.

           MOVE WS-FC-TAXA-ANUAL TO WS-FC-TAXA-TESTE.
           PERFORM AVALIAR-VALOR-LIQUIDO.
           COMPUTE WS-FC-VPL ROUNDED = WS-FC-VALOR-LIQUIDO.

           PERFORM CALCULAR-TIR.
           PERFORM CALCULAR-PAYBACK.
      *--------------------------------------------------------------*
      *    VALOR LIQUIDO DA SERIE NA TAXA ANUAL WS-FC-TAXA-TESTE. COM
      *    TAXA NEGATIVA (SO NA BUSCA DA TIR) A SERIE E CAPITALIZADA
      *    ATE O ULTIMO FLUXO EM VEZ DE DESCONTADA ATE O PRIMEIRO: O
      *    SINAL E O MESMO E OS FATORES NAO PASSAM DE 1.
      *--------------------------------------------------------------*
       AVALIAR-VALOR-LIQUIDO.

           MOVE ZEROS TO WS-FC-VALOR-LIQUIDO.

           IF WS-FC-TAXA-TESTE NOT < ZEROS
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-QTD
                   COMPUTE WS-FC-VALOR-LIQUIDO ROUNDED =
                       WS-FC-VALOR-LIQUIDO + TB-FC-VALOR(WS-FC-IDX)
                       / (1 + WS-FC-TAXA-TESTE)
                       ** TB-FC-ANOS(WS-FC-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-QTD
                   COMPUTE WS-FC-VALOR-LIQUIDO ROUNDED =
                       WS-FC-VALOR-LIQUIDO + TB-FC-VALOR(WS-FC-IDX)
                       * (1 + WS-FC-TAXA-TESTE)
                       ** (TB-FC-ANOS(WS-FC-QTD)
                           - TB-FC-ANOS(WS-FC-IDX))
               END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
      *    TIR POR BISSECAO: SO HA TIR NO INTERVALO SE O VALOR LIQUIDO
      *    MUDA DE SINAL ENTRE OS EXTREMOS. SERIES COM MAIS DE UMA
      *    INVERSAO DE SINAL PODEM TER OUTRAS TAXAS QUE ZERAM O VPL;
      *    VALE A ENCONTRADA.
      *--------------------------------------------------------------*
       CALCULAR-TIR.

           MOVE "N"   TO WS-FC-TIR-ACHADA.
           MOVE ZEROS TO WS-FC-TIR-ANUAL WS-FC-TIR-MENSAL
                         WS-FC-ITERACAO.

           MOVE CONST-TIR-MINIMA    TO WS-FC-TAXA-MIN WS-FC-TAXA-TESTE.
           PERFORM AVALIAR-VALOR-LIQUIDO.
           MOVE WS-FC-VALOR-LIQUIDO TO WS-FC-VL-MIN.

           MOVE CONST-TIR-MAXIMA    TO WS-FC-TAXA-MAX WS-FC-TAXA-TESTE.
           PERFORM AVALIAR-VALOR-LIQUIDO.
           MOVE WS-FC-VALOR-LIQUIDO TO WS-FC-VL-MAX.

           IF (WS-FC-VL-MIN > ZEROS AND WS-FC-VL-MAX < ZEROS)
           OR (WS-FC-VL-MIN < ZEROS AND WS-FC-VL-MAX > ZEROS)
               PERFORM BISSECTAR-TIR
               UNTIL FLAG-FC-TIR-ACHADA
               OR WS-FC-ITERACAO = CONST-MAX-ITERACOES

               MOVE "S"              TO WS-FC-TIR-ACHADA
               MOVE WS-FC-TAXA-TESTE TO WS-FC-TIR-ANUAL
               COMPUTE WS-FC-TIR-MENSAL ROUNDED =
                   (1 + WS-FC-TIR-ANUAL) ** (1 / 12) - 1
           END-IF.
      *--------------------------------------------------------------*
       BISSECTAR-TIR.

           ADD 1 TO WS-FC-ITERACAO.

           COMPUTE WS-FC-TAXA-TESTE ROUNDED =
               (WS-FC-TAXA-MIN + WS-FC-TAXA-MAX) / 2.

           PERFORM AVALIAR-VALOR-LIQUIDO.

           EVALUATE TRUE
               WHEN WS-FC-VALOR-LIQUIDO = ZEROS
               WHEN WS-FC-TAXA-MAX - WS-FC-TAXA-MIN
                    < CONST-PRECISAO-TIR
                   MOVE "S" TO WS-FC-TIR-ACHADA
               WHEN WS-FC-VALOR-LIQUIDO > ZEROS
                AND WS-FC-VL-MIN > ZEROS
               WHEN WS-FC-VALOR-LIQUIDO < ZEROS
                AND WS-FC-VL-MIN < ZEROS
                   MOVE WS-FC-TAXA-TESTE    TO WS-FC-TAXA-MIN
                   MOVE WS-FC-VALOR-LIQUIDO TO WS-FC-VL-MIN
               WHEN OTHER
                   MOVE WS-FC-TAXA-TESTE    TO WS-FC-TAXA-MAX
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    PAYBACK: DATA DO FLUXO EM QUE O SALDO ACUMULADO (SIMPLES OU
      *    DESCONTADO) VOLTA A FICAR POSITIVO DE VEZ, DEPOIS DE TER
      *    FICADO NEGATIVO.
      *--------------------------------------------------------------*
       CALCULAR-PAYBACK.

           MOVE ZEROS TO WS-FC-ACUMULADO WS-FC-ACUM-DESCONTADO
                         WS-FC-PAYBACK-IDX WS-FC-PAYBACK-DESC-IDX.
           MOVE "N"   TO WS-FC-NEGATIVO WS-FC-NEGATIVO-DESC
                         WS-FC-PAYBACK-ACHADO WS-FC-PAYBACK-DESC-ACHADO.

           PERFORM ACUMULAR-PAYBACK
           VARYING WS-FC-IDX FROM 1 BY 1
           UNTIL WS-FC-IDX > WS-FC-QTD.
      *--------------------------------------------------------------*
       ACUMULAR-PAYBACK.

           ADD TB-FC-VALOR(WS-FC-IDX) TO WS-FC-ACUMULADO.

           COMPUTE WS-FC-ACUM-DESCONTADO ROUNDED =
               WS-FC-ACUM-DESCONTADO + TB-FC-VALOR(WS-FC-IDX)
               / (1 + WS-FC-TAXA-ANUAL) ** TB-FC-ANOS(WS-FC-IDX).

           EVALUATE TRUE
               WHEN WS-FC-ACUMULADO < ZEROS
                   MOVE "S" TO WS-FC-NEGATIVO
                   MOVE "N" TO WS-FC-PAYBACK-ACHADO
               WHEN WS-FC-NEGATIVO = "S"
                AND NOT FLAG-FC-PAYBACK-ACHADO
                   MOVE "S"       TO WS-FC-PAYBACK-ACHADO
                   MOVE WS-FC-IDX TO WS-FC-PAYBACK-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-FC-ACUM-DESCONTADO < ZEROS
                   MOVE "S" TO WS-FC-NEGATIVO-DESC
                   MOVE "N" TO WS-FC-PAYBACK-DESC-ACHADO
               WHEN WS-FC-NEGATIVO-DESC = "S"
                AND NOT FLAG-FC-PAYBACK-DESC-ACHADO
                   MOVE "S"       TO WS-FC-PAYBACK-DESC-ACHADO
                   MOVE WS-FC-IDX TO WS-FC-PAYBACK-DESC-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *--------------------------------------------------------------*
       MOSTRAR-RESULTADO-FLUXO.

           DISPLAY SC-LIMPA-TELA.

           DISPLAY "TP05 - Fluxo de caixa - resultado"
               AT 0528 FOREGROUND-COLOR 8.

           MOVE WS-FC-QTD TO WS-FC-EXIBE-QTD.
           DISPLAY "Fluxos: " AT 0828.
           DISPLAY WS-FC-EXIBE-QTD AT 0836.

           MOVE TB-FC-DATA(1) TO WS-FC-DATA-ENTRADA.
           PERFORM FORMATAR-DATA-FLUXO.
           DISPLAY "de " AT 0840.
           DISPLAY WS-FC-DATA-EXIBE AT 0843.

           MOVE TB-FC-DATA(WS-FC-QTD) TO WS-FC-DATA-ENTRADA.
           PERFORM FORMATAR-DATA-FLUXO.
           DISPLAY "a " AT 0855.
           DISPLAY WS-FC-DATA-EXIBE AT 0857.

           DISPLAY "Taxa de desconto:" AT 1028.
           COMPUTE WS-FC-EXIBE-TAXA ROUNDED = WS-FC-TAXA-MENSAL * 100.
           DISPLAY WS-FC-EXIBE-TAXA AT 1046.
           DISPLAY "% a.m." AT 1059.
           COMPUTE WS-FC-EXIBE-TAXA ROUNDED = WS-FC-TAXA-ANUAL * 100.
           DISPLAY WS-FC-EXIBE-TAXA AT 1146.
           DISPLAY "% a.a." AT 1159.

           MOVE WS-FC-VPL TO WS-FC-EXIBE-VALOR.
           DISPLAY "VPL na data do 1o fluxo:" AT 1228.
           DISPLAY WS-FC-EXIBE-VALOR AT 1253.

           DISPLAY "TIR:" AT 1428.
           IF FLAG-FC-TIR-ACHADA
               COMPUTE WS-FC-EXIBE-TAXA ROUNDED =
                   WS-FC-TIR-MENSAL * 100
               DISPLAY WS-FC-EXIBE-TAXA AT 1446
               DISPLAY "% a.m." AT 1459
               COMPUTE WS-FC-EXIBE-TAXA ROUNDED =
                   WS-FC-TIR-ANUAL * 100
               DISPLAY WS-FC-EXIBE-TAXA AT 1546
               DISPLAY "% a.a." AT 1559
           ELSE
               DISPLAY "nao encontrada entre -99% e 1000% a.a."
                   AT 1446
           END-IF.

           DISPLAY "Payback simples:" AT 1628.
           IF FLAG-FC-PAYBACK-ACHADO
               MOVE WS-FC-PAYBACK-IDX TO WS-FC-IDX
               PERFORM MOSTRAR-PRAZO-PAYBACK
               DISPLAY WS-FC-DATA-EXIBE AT 1646
               DISPLAY WS-FC-EXIBE-DIAS AT 1746
               DISPLAY "dias =" AT 1752
               DISPLAY WS-FC-EXIBE-MESES AT 1759
               DISPLAY "meses" AT 1766
           ELSE
               DISPLAY "investimento nao recuperado" AT 1646
           END-IF.

           DISPLAY "Payback descontado:" AT 1828.
           IF FLAG-FC-PAYBACK-DESC-ACHADO
               MOVE WS-FC-PAYBACK-DESC-IDX TO WS-FC-IDX
               PERFORM MOSTRAR-PRAZO-PAYBACK
               DISPLAY WS-FC-DATA-EXIBE AT 1848
               DISPLAY WS-FC-EXIBE-DIAS AT 1948
               DISPLAY "dias =" AT 1954
               DISPLAY WS-FC-EXIBE-MESES AT 1961
               DISPLAY "meses" AT 1968
           ELSE
               DISPLAY "investimento nao recuperado" AT 1848
           END-IF.
      *--------------------------------------------------------------*
       MOSTRAR-PRAZO-PAYBACK.

           MOVE TB-FC-DIAS(WS-FC-IDX) TO WS-FC-EXIBE-DIAS.

           COMPUTE WS-FC-EXIBE-MESES ROUNDED =
               TB-FC-DIAS(WS-FC-IDX) * 12 / CONST-DIAS-ANO.

           MOVE TB-FC-DATA(WS-FC-IDX) TO WS-FC-DATA-ENTRADA.
           PERFORM FORMATAR-DATA-FLUXO.
      *--------------------------------------------------------------*
       FORMATAR-DATA-FLUXO.

           MOVE WS-FC-DIA TO WS-FC-EXIBE-DIA.
           MOVE WS-FC-MES TO WS-FC-EXIBE-MES.
           MOVE WS-FC-ANO TO WS-FC-EXIBE-ANO.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FLUXO.

           MOVE SPACES TO WS-NOME-FLUXO WS-ARQ-FLUXO.

           STRING "fluxo_"      DELIMITED BY SIZE
                  WS-NOME-SERIE DELIMITED BY SPACE
                  ".txt"        DELIMITED BY SIZE
                  INTO WS-NOME-FLUXO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY ==WS-NOME-FLUXO==
                ==:DESTINO:== BY ==WS-ARQ-FLUXO==
                ==:DDVAR:==  BY =="DD_FLUXO-CAIXA"==.
      *--------------------------------------------------------------*
       CARREGAR-SERIE-FLUXO.

           MOVE SPACES TO WS-NOME-SERIE WS-STATUS-FLUXO.

           DISPLAY "Nome da serie: " AT 0928.
           ACCEPT WS-NOME-SERIE AT 0943.

           IF WS-NOME-SERIE NOT = SPACES
               PERFORM OBTER-CAMINHO-FLUXO

               OPEN INPUT FLUXO-CAIXA

               IF NOT FLAG-FLUXO-SUCESSO
                   DISPLAY "Serie nao encontrada" AT 2228
                       FOREGROUND-COLOR 6
               ELSE
                   MOVE "S" TO WS-FC-CARREGADA

                   PERFORM LER-LINHA-FLUXO WITH TEST BEFORE
                   UNTIL FLAG-FLUXO-EOF

                   CLOSE FLUXO-CAIXA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-FLUXO.

           READ FLUXO-CAIXA AT END
           MOVE "10" TO WS-STATUS-FLUXO.

           IF NOT FLAG-FLUXO-EOF
               EVALUATE TRUE
                   WHEN FLAG-FX-TAXA
                       MOVE FX-TAXA    TO WS-FC-TAXA
                       MOVE FX-PERIODO TO WS-FC-PERIODO
                   WHEN FLAG-FX-FLUXO
                    AND WS-FC-QTD < CONST-LIMITE-FLUXOS
                       MOVE FX-DATA  TO WS-FC-DATA-ENTRADA
                       MOVE FX-VALOR TO WS-FC-VALOR
                       PERFORM INCLUIR-FLUXO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-SERIE-FLUXO.

           MOVE SPACES TO WS-NOME-SERIE.

           DISPLAY "Nome da serie: " AT 2428.
           ACCEPT WS-NOME-SERIE AT 2443.

           IF WS-NOME-SERIE = SPACES
               DISPLAY "Serie nao gravada" AT 2628
                   FOREGROUND-COLOR 6
           ELSE
               PERFORM OBTER-CAMINHO-FLUXO

               OPEN OUTPUT FLUXO-CAIXA

               MOVE SPACES        TO REG-FLUXO-CAIXA
               MOVE "T"           TO FX-TIPO
               MOVE ZEROS         TO FX-DATA FX-VALOR
               MOVE WS-FC-TAXA    TO FX-TAXA
               MOVE WS-FC-PERIODO TO FX-PERIODO
               WRITE REG-FLUXO-CAIXA

               PERFORM GRAVAR-LINHA-FLUXO
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-QTD

               CLOSE FLUXO-CAIXA

               DISPLAY "Serie gravada em " AT 2628
               DISPLAY WS-ARQ-FLUXO AT 2645
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-FLUXO.

           MOVE SPACES                 TO REG-FLUXO-CAIXA.
           MOVE "F"                    TO FX-TIPO.
           MOVE TB-FC-DATA(WS-FC-IDX)  TO FX-DATA.
           MOVE TB-FC-VALOR(WS-FC-IDX) TO FX-VALOR.
           MOVE ZEROS                  TO FX-TAXA.

           WRITE REG-FLUXO-CAIXA.
      *--------------------------------------------------------------*
       MOSTRAR-HISTORICO.

