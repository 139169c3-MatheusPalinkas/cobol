      *    SAIDA EM DIA DIFERENTE DA ENTRADA) VAO PARA O RELATORIO
      *    DE EXCECOES ponto_excecoes.txt E NAO SOMAM HORAS; O
      *    RESTANTE DO PRONTUARIO CONTINUA SENDO TOTALIZADO.
      *
      *    HORA EXTRA SO E PAGA COM AUTORIZACAO PREVIA: O QUE O DIA
      *    TRABALHOU ALEM DA JORNADA DE 8 HORAS E PASSOU DO LIMITE
      *    CADASTRADO EM horas_extras_autorizadas.dat FICA RETIDO EM
      *    horas_extras_pendentes.dat (FORA DO MOVIMENTO, SEM PAGAMENTO
      *    NEM BANCO DE HORAS) ATE O SUPERVISOR DECIDIR EM
      *    TP08-HORA-EXTRA. A REIMPORTACAO DA COMPETENCIA REFAZ AS
      *    PENDENCIAS, PAGA OS MINUTOS JA APROVADOS E DESCARTA OS
      *    REJEITADOS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BATIDA-SELECT.

           SELECT FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCECOES.

           COPY HE-AUTORIZ-SELECT.

           COPY HE-PENDENTE-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY BATIDA-FD.

      *    MOVIMENTO MENSAL DO LOTE - MESMO LAYOUT DO FD FUNCIONARIOS
      *    DE TP08-MAIN (PRONTUARIO + HORAS DA COMPETENCIA).
           05 FILLER                PIC X          VALUE SPACES.
           05 EX-MOTIVO             PIC X(35)      VALUE SPACES.

       COPY HE-AUTORIZ-FD.

       COPY HE-PENDENTE-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY BATIDA-STATUS.
           COPY HE-AUTORIZ-STATUS.
           COPY HE-PENDENTE-STATUS.
       77 WS-ARQ-FUNCIONARIOS       PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FUNCIONARIOS    PIC X(02)      VALUE SPACES.
           88 FLAG-FUNCIONARIOS-SUCESSO            VALUE "00".
                   88 FLAG-ENTRADA-ABERTA          VALUE 1.
               10 PF-DATA-ENTRADA   PIC 9(8)       VALUE ZEROS.
               10 PF-HORA-ENTRADA   PIC 9(4)       VALUE ZEROS.
               10 PF-MIN-DIA        PIC 9(4)       VALUE ZEROS
                                    OCCURS 31 TIMES.
      *---- APOIO DO PAREAMENTO --------------------------------------*
       77 WS-MINUTOS-BATIDA         PIC 9(6)       VALUE ZEROS.
       77 WS-MINUTOS-ENTRADA        PIC 9(6)       VALUE ZEROS.
       77 WS-HORAS-NOTURNAS         PIC 9(3)       VALUE ZEROS.
       77 CONST-INICIO-NOTURNO      PIC 9(2)       VALUE 22.
       77 CONST-FIM-NOTURNO         PIC 9(2)       VALUE 5.
      *---- AUTORIZACAO PREVIA DE HORA EXTRA -------------------------*
       77 CONST-JORNADA-DIARIA      PIC 9(4)       VALUE 480.
       77 CONST-LIMITE-AUTORIZ      PIC 9(4)       VALUE 1000.
       77 WS-TOTAL-AUTORIZ          PIC 9(4)       VALUE ZEROS.
       01 TB-AUTORIZ-HE.
           02 AUTORIZ-HE-ITEM OCCURS 1000 TIMES.
               10 TA-PRONTUARIO     PIC X(8)       VALUE SPACES.
               10 TA-DIA            PIC 9(2)       VALUE ZEROS.
               10 TA-MINUTOS        PIC 9(4)       VALUE ZEROS.
      *    PENDENCIAS QUE O ARQUIVO JA TINHA (MENOS AS AINDA EM ABERTO
      *    DESTA COMPETENCIA, REFEITAS AQUI) E AS NOVAS DA IMPORTACAO.
       77 CONST-LIMITE-PEND-HE      PIC 9(4)       VALUE 2000.
       77 WS-TOTAL-PEND-HE          PIC 9(4)       VALUE ZEROS.
       01 TB-PENDENTES-HE.
           02 PENDENTE-HE-ITEM OCCURS 2000 TIMES.
               10 TB-HP-REGISTRO    PIC X(52)      VALUE SPACES.
       77 WS-IDX-DIA                PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-HE                 PIC 9(4)       VALUE ZEROS.
       77 WS-POS-AUTORIZ            PIC 9(4)       VALUE ZEROS.
       77 WS-DATA-EXTRA             PIC 9(8)       VALUE ZEROS.
       77 WS-MIN-EXTRA-DIA          PIC 9(4)       VALUE ZEROS.
       77 WS-MIN-AUTORIZADOS        PIC 9(4)       VALUE ZEROS.
       77 WS-MIN-EXCEDENTE          PIC 9(4)       VALUE ZEROS.
       77 WS-MIN-APROVADOS          PIC 9(5)       VALUE ZEROS.
       77 WS-MIN-REJEITADOS         PIC 9(5)       VALUE ZEROS.
       77 WS-MIN-RETIDOS            PIC 9(4)       VALUE ZEROS.
       77 WS-MIN-PENDENTES          PIC 9(5)       VALUE ZEROS.
       77 WS-CONTADOR-PEND-HE       PIC 9(5)       VALUE ZEROS.
       77 WS-TOTAL-MIN-RETIDOS      PIC 9(7)       VALUE ZEROS.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
       INICIO.
           PERFORM ENTRADA-COMPETENCIA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-AUTORIZACOES-HE.
           PERFORM CARREGAR-PENDENTES-HE.

           PERFORM PROCESSAR-BATIDA WITH TEST BEFORE
           UNTIL FLAG-BATIDAS-EOF.
           UNTIL WS-IDX > WS-TOTAL-FUNC.

           PERFORM GRAVAR-MOVIMENTO.
           PERFORM SALVAR-PENDENTES-HE.
           PERFORM FECHAR-ARQUIVOS.

           STOP RUN.
                 BY =="ponto_excecoes.txt"==
                ==:DESTINO:== BY ==WS-ARQ-EXCECOES==
                ==:DDVAR:==  BY =="DD_EXCECOES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-AUTORIZACOES-HE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horas_extras_autorizadas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-AUTORIZACOES-HE==
                ==:DDVAR:==  BY =="DD_AUTORIZACOES-HE"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PENDENTES-HE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horas_extras_pendentes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PENDENTES-HE==
                ==:DDVAR:==  BY =="DD_PENDENTES-HE"==.
      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.
           PERFORM OBTER-CAMINHO-BATIDAS.
                   PF-MINUTOS(WS-POS-FUNC)
                 + WS-MINUTOS-BATIDA - WS-MINUTOS-ENTRADA

               COMPUTE PF-MIN-DIA(WS-POS-FUNC, WS-BAT-DIA) =
                   PF-MIN-DIA(WS-POS-FUNC, WS-BAT-DIA)
                 + WS-MINUTOS-BATIDA - WS-MINUTOS-ENTRADA

      *    PAR INICIADO NA JANELA NOTURNA (22H-5H) CONTA INTEIRO
      *    COMO HORAS NOTURNAS PARA O ADICIONAL.
               IF WS-ENT-HH >= CONST-INICIO-NOTURNO
      *--------------------------------------------------------------*
       GRAVAR-LINHA-MOVIMENTO.

      *    ANTES DE TOTALIZAR, RETIRA DO PRONTUARIO A HORA EXTRA DE
      *    CADA DIA QUE NAO ESTA AUTORIZADA NEM APROVADA.
           PERFORM APURAR-EXTRA-DIA
           VARYING WS-IDX-DIA FROM 1 BY 1
           UNTIL WS-IDX-DIA > 31.

      *    AS HORAS DO MOVIMENTO SAO INTEIRAS (MESMO CAMPO QUE O
      *    LOTE VALIDA DE 1 A 744); OS MINUTOS SAO ARREDONDADOS.
           COMPUTE WS-QTD-HORAS-CALC ROUNDED =

               ADD 1 TO WS-CONTADOR-GRAVADOS
           END-IF.
      *--------------------------------------------------------------*
      *    AUTORIZACOES DA COMPETENCIA, EM MINUTOS POR PRONTUARIO E
      *    DIA (A ULTIMA LINHA DO MESMO DIA SUBSTITUI AS ANTERIORES).
      *--------------------------------------------------------------*
       CARREGAR-AUTORIZACOES-HE.
           PERFORM OBTER-CAMINHO-AUTORIZACOES-HE.

           OPEN INPUT AUTORIZACOES-HE.

           IF FLAG-AUTORIZACOES-HE-SUCESSO
               PERFORM CARREGAR-LINHA-AUTORIZACAO WITH TEST BEFORE
               UNTIL FLAG-AUTORIZACOES-HE-EOF
               CLOSE AUTORIZACOES-HE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-AUTORIZACAO.

           READ AUTORIZACOES-HE.

           IF NOT FLAG-AUTORIZACOES-HE-EOF
               MOVE HA-DATA TO WS-DATA-BATIDA

               IF WS-BAT-MES = WS-COMP-MES
               AND WS-BAT-ANO = WS-COMP-ANO
                   PERFORM LOCALIZAR-AUTORIZACAO-DIA

                   IF WS-POS-AUTORIZ > WS-TOTAL-AUTORIZ
                       IF WS-TOTAL-AUTORIZ >= CONST-LIMITE-AUTORIZ
                           DISPLAY "TABELA DE AUTORIZACOES CHEIA - "
                               HA-PRONTUARIO " " HA-DATA " IGNORADA"
                       ELSE
                           ADD 1 TO WS-TOTAL-AUTORIZ
                       END-IF
                   END-IF

                   IF WS-POS-AUTORIZ <= WS-TOTAL-AUTORIZ
                       MOVE HA-PRONTUARIO
                           TO TA-PRONTUARIO(WS-POS-AUTORIZ)
                       MOVE WS-BAT-DIA TO TA-DIA(WS-POS-AUTORIZ)
                       COMPUTE TA-MINUTOS(WS-POS-AUTORIZ) =
                           HA-HORAS-MAX * 60
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-AUTORIZACAO-DIA.
           COMPUTE WS-POS-AUTORIZ = WS-TOTAL-AUTORIZ + 1.

           PERFORM VARYING WS-IDX-HE FROM 1 BY 1
           UNTIL WS-IDX-HE > WS-TOTAL-AUTORIZ

               IF TA-PRONTUARIO(WS-IDX-HE) = HA-PRONTUARIO
               AND TA-DIA(WS-IDX-HE) = WS-BAT-DIA
                   MOVE WS-IDX-HE TO WS-POS-AUTORIZ
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    AS PENDENCIAS EM ABERTO DESTA COMPETENCIA SAO DESCARTADAS
      *    NA CARGA: A IMPORTACAO AS REFAZ A PARTIR DAS BATIDAS. AS
      *    JA DECIDIDAS (APROVADAS / REJEITADAS) E AS DE OUTRAS
      *    COMPETENCIAS SAO PRESERVADAS.
      *--------------------------------------------------------------*
       CARREGAR-PENDENTES-HE.
           PERFORM OBTER-CAMINHO-PENDENTES-HE.

           OPEN INPUT PENDENTES-HE.

           IF FLAG-PENDENTES-HE-SUCESSO
               PERFORM CARREGAR-LINHA-PENDENTE WITH TEST BEFORE
               UNTIL FLAG-PENDENTES-HE-EOF
               CLOSE PENDENTES-HE
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-PENDENTE.

           READ PENDENTES-HE.

           IF NOT FLAG-PENDENTES-HE-EOF
               IF HP-COMP-MES = WS-COMP-MES
               AND HP-COMP-ANO = WS-COMP-ANO
               AND FLAG-HE-PENDENTE
                   CONTINUE
               ELSE
                   IF WS-TOTAL-PEND-HE >= CONST-LIMITE-PEND-HE
                       DISPLAY "TABELA DE HORAS EXTRAS RETIDAS CHEIA"
                       CLOSE PENDENTES-HE
                       STOP RUN
                   END-IF

                   ADD 1 TO WS-TOTAL-PEND-HE
                   MOVE REG-PENDENTE-HE
                       TO TB-HP-REGISTRO(WS-TOTAL-PEND-HE)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    HORA EXTRA DO DIA = O QUE PASSOU DA JORNADA DIARIA. A
      *    PARTE ACIMA DA AUTORIZACAO PREVIA SO E PAGA SE JA FOI
      *    APROVADA; O QUE AINDA NAO FOI DECIDIDO VIRA PENDENCIA.
      *--------------------------------------------------------------*
       APURAR-EXTRA-DIA.

           IF PF-MIN-DIA(WS-IDX, WS-IDX-DIA) > CONST-JORNADA-DIARIA
               COMPUTE WS-MIN-EXTRA-DIA =
                   PF-MIN-DIA(WS-IDX, WS-IDX-DIA)
                 - CONST-JORNADA-DIARIA

               COMPUTE WS-DATA-EXTRA =
                   WS-COMP-ANO * 10000 + WS-COMP-MES * 100
                 + WS-IDX-DIA

               MOVE ZEROS TO WS-MIN-AUTORIZADOS

               PERFORM VARYING WS-IDX-HE FROM 1 BY 1
               UNTIL WS-IDX-HE > WS-TOTAL-AUTORIZ
                   IF TA-PRONTUARIO(WS-IDX-HE) = PF-PRONTUARIO(WS-IDX)
                   AND TA-DIA(WS-IDX-HE) = WS-IDX-DIA
                       MOVE TA-MINUTOS(WS-IDX-HE)
                           TO WS-MIN-AUTORIZADOS
                   END-IF
               END-PERFORM

               IF WS-MIN-EXTRA-DIA > WS-MIN-AUTORIZADOS
                   COMPUTE WS-MIN-EXCEDENTE =
                       WS-MIN-EXTRA-DIA - WS-MIN-AUTORIZADOS
                   PERFORM RETER-EXCEDENTE-DIA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       RETER-EXCEDENTE-DIA.

           MOVE ZEROS TO WS-MIN-APROVADOS WS-MIN-REJEITADOS.

           PERFORM VARYING WS-IDX-HE FROM 1 BY 1
           UNTIL WS-IDX-HE > WS-TOTAL-PEND-HE
               MOVE TB-HP-REGISTRO(WS-IDX-HE) TO REG-PENDENTE-HE

               IF HP-PRONTUARIO = PF-PRONTUARIO(WS-IDX)
               AND HP-DATA = WS-DATA-EXTRA
                   IF FLAG-HE-APROVADA
                       ADD HP-MINUTOS TO WS-MIN-APROVADOS
                   END-IF

                   IF FLAG-HE-REJEITADA
                       ADD HP-MINUTOS TO WS-MIN-REJEITADOS
                   END-IF
               END-IF
           END-PERFORM.

      *    O APROVADO E PAGO; O RESTO DO EXCEDENTE SAI DO MOVIMENTO.
           IF WS-MIN-APROVADOS >= WS-MIN-EXCEDENTE
               MOVE ZEROS TO WS-MIN-RETIDOS
           ELSE
               COMPUTE WS-MIN-RETIDOS =
                   WS-MIN-EXCEDENTE - WS-MIN-APROVADOS
           END-IF.

           SUBTRACT WS-MIN-RETIDOS FROM PF-MINUTOS(WS-IDX).
           ADD WS-MIN-RETIDOS TO WS-TOTAL-MIN-RETIDOS.

      *    O QUE NAO FOI APROVADO NEM REJEITADO AGUARDA DECISAO.
           IF WS-MIN-RETIDOS > WS-MIN-REJEITADOS
               COMPUTE WS-MIN-PENDENTES =
                   WS-MIN-RETIDOS - WS-MIN-REJEITADOS

               IF WS-TOTAL-PEND-HE >= CONST-LIMITE-PEND-HE
                   DISPLAY "TABELA DE HORAS EXTRAS RETIDAS CHEIA - "
                       PF-PRONTUARIO(WS-IDX) " " WS-DATA-EXTRA
                       " RETIDO SEM PENDENCIA"
               ELSE
                   MOVE SPACES                TO REG-PENDENTE-HE
                   MOVE PF-PRONTUARIO(WS-IDX) TO HP-PRONTUARIO
                   MOVE WS-DATA-EXTRA         TO HP-DATA
                   MOVE WS-COMP-MES           TO HP-COMP-MES
                   MOVE WS-COMP-ANO           TO HP-COMP-ANO
                   MOVE WS-MIN-PENDENTES      TO HP-MINUTOS
                   MOVE "P"                   TO HP-SITUACAO
                   MOVE ZEROS                 TO HP-DATA-DECISAO

                   ADD 1 TO WS-TOTAL-PEND-HE
                   MOVE REG-PENDENTE-HE
                       TO TB-HP-REGISTRO(WS-TOTAL-PEND-HE)
                   ADD 1 TO WS-CONTADOR-PEND-HE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SALVAR-PENDENTES-HE.

           OPEN OUTPUT PENDENTES-HE.

           PERFORM VARYING WS-IDX-HE FROM 1 BY 1
           UNTIL WS-IDX-HE > WS-TOTAL-PEND-HE
               MOVE TB-HP-REGISTRO(WS-IDX-HE) TO REG-PENDENTE-HE
               WRITE REG-PENDENTE-HE
           END-PERFORM.

           CLOSE PENDENTES-HE.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE EXCECOES.
           DISPLAY "  BATIDAS LIDAS:      " WS-CONTADOR-BATIDAS.
           DISPLAY "  MOVIMENTOS GRAVADOS " WS-CONTADOR-GRAVADOS.
           DISPLAY "  EXCECOES:           " WS-CONTADOR-EXCECOES.
           DISPLAY "  HORAS EXTRAS RETIDAS (MINUTOS): "
               WS-TOTAL-MIN-RETIDOS.

           IF WS-CONTADOR-PEND-HE > ZEROS
               DISPLAY "  " WS-CONTADOR-PEND-HE
                   " DIA(S) COM HORA EXTRA AGUARDANDO APROVACAO"
                   " EM TP08-HORA-EXTRA"
           END-IF.

           IF WS-CONTADOR-EXCECOES > ZEROS
               DISPLAY "  DETALHES EM " WS-ARQ-EXCECOES
                  WS-CONTADOR-GRAVADOS DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-CONTADOR-EXCECOES DELIMITED BY SIZE
                  " HEP=" DELIMITED BY SIZE
                  WS-CONTADOR-PEND-HE DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PONTO IMPORTADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-EXCECOES   TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-PONTO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-PONTO"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
