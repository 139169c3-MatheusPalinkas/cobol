       77 WSDESCONTO-DEPENDENTE        PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-FATOR-PERIODO             PIC 9          VALUE 1.
       77 WS-BASE-CALCULO              PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-MODO                      PIC 9          VALUE 1.
           88 FLAG-MODO-REVERSO                       VALUE 2.
      *---- CALCULO REVERSO (LIQUIDO DESEJADO PARA BRUTO) ------------*
       77 WS-LIQUIDO-DESEJADO          PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-BRUTO-MIN                 PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-BRUTO-MAX                 PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-BRUTO-TESTE               PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-ITERACOES                 PIC 9(2)       VALUE ZERO.
       77 CONST-LIMITE-ITERACOES       PIC 9(2)       VALUE 40.
       77 CONST-HORAS-MES              PIC 9(3)       VALUE 220.
       77 CONST-PERC-FGTS              PIC 9V9(3)     VALUE 0,080.
       77 WS-PERC-PATRONAL             PIC 9V9(3)     VALUE ZERO.
       77 WS-FGTS                      PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-INSS-PATRONAL             PIC 9(5)V9(2)  VALUE ZERO.
       77 WS-CUSTO-EMPRESA             PIC 9(6)V9(2)  VALUE ZERO.

      *---- CONSTS --------------------------------------------------*
           COPY FAIXAS-CONST.

           PERFORM CARREGAR-FAIXAS.

           DISPLAY "Modo (1-Bruto p/ liquido / 2-Liquido p/ bruto): ".
           ACCEPT WS-MODO.

      *    NA CONTRATACAO O CANDIDATO INFORMA O LIQUIDO QUE QUER
      *    RECEBER: O BRUTO E ENCONTRADO PELO MESMO CALCULO DE
      *    DESCONTOS DO MODO NORMAL, SEM PASSAR PELA ENTRADA ABAIXO.
           IF FLAG-MODO-REVERSO
               PERFORM ENTRADA-DADOS-REVERSO
               PERFORM CALCULAR-BRUTO-REVERSO
               PERFORM SAIDA-DADOS-REVERSO
               STOP RUN
           END-IF.

      *--------------------------------------------------------------*
       ENTRADA-DADOS.

           MULTIPLY WSHORA-TRABALHADA BY WSQTD-HORAS
           GIVING WSSALARIO-BRUTO.

      *--------------------------------------------------------------*
       CALCULAR-DESCONTOS.

      *    PROJETA O SALARIO BRUTO NO EQUIVALENTE MENSAL PARA A
      *    CONSULTA AS FAIXAS DE INSS/IRRF, QUE SAO SEMPRE MENSAIS.
           MOVE 1 TO WS-FATOR-PERIODO.
           MULTIPLY WSQTD-DEPENTENDES BY CONST-DEDUCAO-DEPENDENTE
           GIVING WSDESCONTO-DEPENDENTE.

      *    A DEDUCAO DOS DEPENDENTES NAO TORNA O IRRF NEGATIVO.
           IF WSDESCONTO-DEPENDENTE > WSDESCONTO-IRRF
               MOVE ZERO TO WSDESCONTO-IRRF
           ELSE
               SUBTRACT WSDESCONTO-DEPENDENTE FROM WSDESCONTO-IRRF
           END-IF.

      *    CALCULO SALARIO LIQUIDO
           SUBTRACT WSDESCONTO-IRRF FROM WSSALARIO-REFERENCIA
           DISPLAY "".
           DISPLAY WSFICHA.
           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-DADOS-REVERSO.

           DISPLAY "Digite o salario liquido desejado: ".
           ACCEPT WS-LIQUIDO-DESEJADO.

           DISPLAY "Digite a quantidade de dependentes: ".
           ACCEPT WSQTD-DEPENTENDES.

           DISPLAY "Periodo (1-Mensal / 2-Quinzenal): ".
           ACCEPT WSPERIODO.

           DISPLAY "Horas do periodo (0 = jornada padrao): ".
           ACCEPT WSQTD-HORAS.

           IF NOT FLAG-PERIODO-VALIDO
               MOVE 1 TO WSPERIODO
           END-IF.

           MOVE 1 TO WS-FATOR-PERIODO.
           IF FLAG-PERIODO-QUINZENAL
               MOVE 2 TO WS-FATOR-PERIODO
           END-IF.

           IF WSQTD-HORAS = ZERO
               DIVIDE CONST-HORAS-MES BY WS-FATOR-PERIODO
               GIVING WSQTD-HORAS
           END-IF.
      *--------------------------------------------------------------*
      *    O LIQUIDO CRESCE COM O BRUTO EM TODAS AS FAIXAS, ENTAO O
      *    BRUTO E PROCURADO POR BISSECAO ENTRE O PROPRIO LIQUIDO E O
      *    MAIOR BRUTO QUE CABE NA BASE MENSAL, RECALCULANDO INSS E
      *    IRRF PELAS FAIXAS A CADA TENTATIVA. FICA O MENOR BRUTO QUE
      *    ALCANCA O LIQUIDO DESEJADO.
      *--------------------------------------------------------------*
       CALCULAR-BRUTO-REVERSO.

           MOVE WS-LIQUIDO-DESEJADO TO WS-BRUTO-MIN.
           DIVIDE 99999,99 BY WS-FATOR-PERIODO GIVING WS-BRUTO-MAX.

           MOVE WS-BRUTO-MAX TO WSSALARIO-BRUTO.
           PERFORM CALCULAR-DESCONTOS.

           IF WSSALARIO-LIQUIDO < WS-LIQUIDO-DESEJADO
               DISPLAY "LIQUIDO DESEJADO FORA DO ALCANCE DAS FAIXAS"
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-ITERACOES.

           PERFORM TESTAR-BRUTO-REVERSO WITH TEST BEFORE
           UNTIL WS-BRUTO-MAX - WS-BRUTO-MIN <= 0,01
           OR WS-ITERACOES >= CONST-LIMITE-ITERACOES.

           MOVE WS-BRUTO-MAX TO WSSALARIO-BRUTO.
           PERFORM CALCULAR-DESCONTOS.

           DIVIDE WSSALARIO-BRUTO BY WSQTD-HORAS
           GIVING WSHORA-TRABALHADA ROUNDED.

      *    CUSTO DA EMPRESA: BRUTO MAIS FGTS E A COTA PATRONAL DE
      *    INSS DA LINHA "PATR" DE faixas.txt.
           PERFORM BUSCAR-PERCENTUAL-PATRONAL.

           MULTIPLY WSSALARIO-BRUTO BY CONST-PERC-FGTS
           GIVING WS-FGTS ROUNDED.

           MULTIPLY WSSALARIO-BRUTO BY WS-PERC-PATRONAL
           GIVING WS-INSS-PATRONAL ROUNDED.

           ADD WSSALARIO-BRUTO WS-FGTS WS-INSS-PATRONAL
           GIVING WS-CUSTO-EMPRESA.
      *--------------------------------------------------------------*
       TESTAR-BRUTO-REVERSO.

           ADD 1 TO WS-ITERACOES.

           COMPUTE WS-BRUTO-TESTE ROUNDED =
               (WS-BRUTO-MIN + WS-BRUTO-MAX) / 2.

           MOVE WS-BRUTO-TESTE TO WSSALARIO-BRUTO.
           PERFORM CALCULAR-DESCONTOS.

           IF WSSALARIO-LIQUIDO >= WS-LIQUIDO-DESEJADO
               MOVE WS-BRUTO-TESTE TO WS-BRUTO-MAX
           ELSE
               MOVE WS-BRUTO-TESTE TO WS-BRUTO-MIN
           END-IF.
      *--------------------------------------------------------------*
      *    A COTA PATRONAL NAO E PROGRESSIVA: VALE A LINHA "PATR" DE
      *    VIGENCIA MAIS RECENTE, COMO EM TP08-GUIAS.
      *--------------------------------------------------------------*
       BUSCAR-PERCENTUAL-PATRONAL.

           MOVE ZERO TO WS-PERC-PATRONAL.
           MOVE ZERO TO WS-VIGENCIA-ESCOLHIDA.

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
           UNTIL WS-IDX-FAIXA > WS-TOTAL-FAIXAS

               IF WS-FX-TIPO(WS-IDX-FAIXA) = "PATR"
               AND WS-FX-VIGENCIA(WS-IDX-FAIXA) <= WS-DATA-REF-FAIXA
               AND WS-FX-VIGENCIA(WS-IDX-FAIXA)
                   >= WS-VIGENCIA-ESCOLHIDA
                   MOVE WS-FX-VIGENCIA(WS-IDX-FAIXA)
                       TO WS-VIGENCIA-ESCOLHIDA
                   MOVE WS-FX-PERCENTUAL(WS-IDX-FAIXA)
                       TO WS-PERC-PATRONAL
               END-IF
           END-PERFORM.

           IF WS-PERC-PATRONAL = ZERO
               DISPLAY "AVISO: FAIXA PATR AUSENTE EM FAIXAS.TXT - "
                   "CUSTO SEM A COTA PATRONAL"
           END-IF.
      *--------------------------------------------------------------*
       SAIDA-DADOS-REVERSO.
           DISPLAY " ".
           DISPLAY "TP 01 - CALCULO REVERSO: LIQUIDO PARA BRUTO".
           DISPLAY " ".
           DISPLAY "Liquido desejado:         " WS-LIQUIDO-DESEJADO.
           DISPLAY "Quant. de dependentes:    " WSQTD-DEPENTENDES.
           DISPLAY "Periodo:                  " WSPERIODO.
           DISPLAY "Quantidade de horas:      " WSQTD-HORAS.
           DISPLAY "Salario Bruto:            " WSSALARIO-BRUTO.
           DISPLAY "Valor da hora equivalente:" WSHORA-TRABALHADA.
           DISPLAY "INSS:                     " WSDESCONTO-INSS.
           DISPLAY "IRRF:                     " WSDESCONTO-IRRF.
           DISPLAY "Salario Liquido:          " WSSALARIO-LIQUIDO.
           DISPLAY " ".
           DISPLAY "FGTS:                     " WS-FGTS.
           DISPLAY "INSS patronal:            " WS-INSS-PATRONAL.
           DISPLAY "Custo total da empresa:   " WS-CUSTO-EMPRESA.
      *--------------------------------------------------------------*
       CARREGAR-FAIXAS.

