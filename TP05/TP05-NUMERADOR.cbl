       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP05-NUMERADOR.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    SERVICO DE NUMERACAO DE DOCUMENTOS, CHAMADO PELOS
      *    PROGRAMAS QUE EMITEM DOCUMENTOS NUMERADOS (VENDAS,
      *    PEDIDOS DE COMPRA, NOSSO NUMERO DOS BOLETOS, SEQUENCIA DAS
      *    REMESSAS BANCARIAS) NO LUGAR DA VARREDURA DO ARQUIVO PELO
      *    MAIOR NUMERO: UM CONTADOR POR TIPO DE DOCUMENTO EM
      *    numeracao.dat, INCREMENTADO SOB A TRAVA numeracao.lck PARA
      *    QUE DOIS TERMINAIS NUNCA RECEBAM O MESMO NUMERO, DENTRO DA
      *    FAIXA RESERVADA AO TIPO. TODA ENTREGA E TODO USO FICAM EM
      *    numeracao_log.txt, BASE DO RELATORIO DE LACUNAS DE
      *    TP05_02. AREA DE CHAMADA E OPERACOES EM NUMERADOR-PARAM.cpy.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NUMERACAO-SELECT.

           COPY NUMERACAO-LOG-SELECT.

      *    TRAVA DO INCREMENTO: COM UMA LINHA DENTRO, UM CHAMADOR
      *    ESTA ATUALIZANDO OS CONTADORES; VAZIA, ESTA LIVRE.
           SELECT TRAVA-NUMERACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAVA-NUM.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY NUMERACAO-FD.

       COPY NUMERACAO-LOG-FD.

       FD  TRAVA-NUMERACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-TRAVA-NUMERACAO.

       01  REG-TRAVA-NUMERACAO.
           05 TN-PROGRAMA           PIC X(12)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TN-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 TN-HORA               PIC 9(8)              VALUE ZEROS.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY NUMERACAO-STATUS.
           COPY NUMERACAO-LOG-STATUS.
       77 WS-ARQ-TRAVA-NUM          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-TRAVA-NUM       PIC X(02)             VALUE SPACES.
           88 FLAG-TRAVA-NUM-SUCESSO                      VALUE "00".
           88 FLAG-TRAVA-NUM-EOF                          VALUE "10".
       77 WS-SITUACAO-TRAVA-NUM     PIC 9                 VALUE ZEROS.
           88 FLAG-TRAVA-NUM-LIVRE                        VALUE 0.
           88 FLAG-TRAVA-NUM-OBTIDA                       VALUE 1.
           88 FLAG-TRAVA-NUM-OCUPADA                      VALUE 2.
      *    A TRAVA SO FICA PRESA DURANTE UM INCREMENTO; MAIS VELHA QUE
      *    CONST-SEGUNDOS-TRAVA E DE SESSAO QUE CAIU E E DESCARTADA.
       77 CONST-TENTATIVAS          PIC 9(4)              VALUE 500.
       77 CONST-SEGUNDOS-TRAVA      PIC 9(5)              VALUE 60.
       77 WS-TENTATIVAS             PIC 9(4)              VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-HORA-AGORA             PIC 9(8)              VALUE ZEROS.
       77 WS-SEGUNDOS-AGORA         PIC 9(5)              VALUE ZEROS.
       77 WS-SEGUNDOS-TRAVA         PIC 9(5)              VALUE ZEROS.
       01 WS-HORA-AUX.
           05 WS-HA-HORA            PIC 9(2)              VALUE ZEROS.
           05 WS-HA-MINUTO          PIC 9(2)              VALUE ZEROS.
           05 WS-HA-SEGUNDO         PIC 9(2)              VALUE ZEROS.
           05 WS-HA-CENTESIMO       PIC 9(2)              VALUE ZEROS.
       01 WS-HORA-AUX-NUM REDEFINES WS-HORA-AUX PIC 9(8).
      *---- CONTADORES EM MEMORIA ------------------------------------*
       77 CONST-MAX-TIPOS           PIC 9(2)              VALUE 50.
       77 WS-TOTAL-TIPOS            PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-TIPO               PIC 9(2)              VALUE ZEROS.
       77 WS-POS-TIPO               PIC 9(2)              VALUE ZEROS.
       01 TB-CONTADORES.
           05 TB-CT-REGISTRO OCCURS 50 TIMES PIC X(81).
       77 WS-QUANTIDADE             PIC 9(6)              VALUE ZEROS.
       77 WS-PRIMEIRO               PIC 9(11)             VALUE ZEROS.
       77 WS-ULTIMO                 PIC 9(11)             VALUE ZEROS.
       77 WS-OPERACAO-LOG           PIC X                 VALUE SPACES.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
           COPY NUMERADOR-PARAM.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION USING NUM-PARAMETROS.
      *--------------------------------------------------------------*
       ATENDER.

           MOVE ZEROS  TO NUM-RETORNO NUM-TRAVA-DATA NUM-TRAVA-HORA.
           MOVE SPACES TO NUM-TRAVA-PROGRAMA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE TRUE
               WHEN NUM-OP-UTILIZADO
                   MOVE "U" TO WS-OPERACAO-LOG
                   PERFORM GRAVAR-HISTORICO
               WHEN NUM-OP-LIBERAR
                   PERFORM LIBERAR-TRAVA
               WHEN OTHER
                   PERFORM OBTER-TRAVA

                   IF FLAG-TRAVA-NUM-OBTIDA
                       PERFORM CARREGAR-CONTADORES
                       PERFORM LOCALIZAR-TIPO

                       IF NUM-OP-ENTREGAR
                           PERFORM ENTREGAR-NUMEROS
                       ELSE
                           PERFORM CADASTRAR-TIPO
                       END-IF

                       PERFORM LIBERAR-TRAVA
                   ELSE
                       MOVE 1 TO NUM-RETORNO
                   END-IF
           END-EVALUATE.

           EXIT PROGRAM.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NUMERACAO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="numeracao.dat"==
                ==:DESTINO:== BY ==WS-ARQ-NUMERACAO==
                ==:DDVAR:==  BY =="DD_NUMERACAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NUMERACAO-LOG.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="numeracao_log.txt"==
                ==:DESTINO:== BY ==WS-ARQ-NUMERACAO-LOG==
                ==:DDVAR:==  BY =="DD_NUMERACAO-LOG"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-TRAVA-NUM.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="numeracao.lck"==
                ==:DESTINO:== BY ==WS-ARQ-TRAVA-NUM==
                ==:DDVAR:==  BY =="DD_TRAVA-NUMERACAO"==.
      *--------------------------------------------------------------*
      *    INSISTE NA TRAVA ATE CONST-TENTATIVAS VEZES: QUEM A DETEM
      *    SO LE E REGRAVA UM ARQUIVO PEQUENO E LOGO A SOLTA.
      *--------------------------------------------------------------*
       OBTER-TRAVA.

           MOVE ZEROS TO WS-TENTATIVAS WS-SITUACAO-TRAVA-NUM.

           PERFORM OBTER-CAMINHO-TRAVA-NUM.

           PERFORM TENTAR-TRAVA WITH TEST AFTER
           UNTIL FLAG-TRAVA-NUM-OBTIDA
           OR WS-TENTATIVAS >= CONST-TENTATIVAS.
      *--------------------------------------------------------------*
       TENTAR-TRAVA.

           ADD 1 TO WS-TENTATIVAS.

           MOVE ZEROS  TO WS-SITUACAO-TRAVA-NUM.
           MOVE SPACES TO WS-STATUS-TRAVA-NUM.

           OPEN INPUT TRAVA-NUMERACAO.

           IF FLAG-TRAVA-NUM-SUCESSO
               READ TRAVA-NUMERACAO

               IF NOT FLAG-TRAVA-NUM-EOF
                   PERFORM CONFERIR-TRAVA-VENCIDA
               END-IF

               CLOSE TRAVA-NUMERACAO
           END-IF.

           IF FLAG-TRAVA-NUM-LIVRE
               ACCEPT WS-HORA-AGORA FROM TIME

               OPEN OUTPUT TRAVA-NUMERACAO
               MOVE SPACES        TO REG-TRAVA-NUMERACAO
               MOVE NUM-PROGRAMA  TO TN-PROGRAMA
               MOVE WS-DATA-HOJE  TO TN-DATA
               MOVE WS-HORA-AGORA TO TN-HORA
               WRITE REG-TRAVA-NUMERACAO
               CLOSE TRAVA-NUMERACAO

      *        RELE A TRAVA: SE OUTRO TERMINAL GRAVOU A DELE NO MESMO
      *        INSTANTE, SO UM DOS DOIS SE ENCONTRA NELA.
               MOVE SPACES TO WS-STATUS-TRAVA-NUM
               OPEN INPUT TRAVA-NUMERACAO

               IF FLAG-TRAVA-NUM-SUCESSO
                   READ TRAVA-NUMERACAO

                   IF NOT FLAG-TRAVA-NUM-EOF
                   AND TN-PROGRAMA = NUM-PROGRAMA
                   AND TN-DATA = WS-DATA-HOJE
                   AND TN-HORA = WS-HORA-AGORA
                       MOVE 1 TO WS-SITUACAO-TRAVA-NUM
                   ELSE
                       MOVE 2 TO WS-SITUACAO-TRAVA-NUM
                   END-IF

                   CLOSE TRAVA-NUMERACAO
               END-IF
           END-IF.

           IF FLAG-TRAVA-NUM-OCUPADA
               MOVE TN-PROGRAMA TO NUM-TRAVA-PROGRAMA
               MOVE TN-DATA     TO NUM-TRAVA-DATA
               MOVE TN-HORA     TO NUM-TRAVA-HORA
           END-IF.
      *--------------------------------------------------------------*
      *    TRAVA DE OUTRO DIA, OU DO MESMO DIA HA MAIS DE
      *    CONST-SEGUNDOS-TRAVA, FICOU DE UMA SESSAO QUE CAIU.
      *--------------------------------------------------------------*
       CONFERIR-TRAVA-VENCIDA.

           MOVE 2 TO WS-SITUACAO-TRAVA-NUM.

           ACCEPT WS-HORA-AGORA FROM TIME.

           MOVE WS-HORA-AGORA TO WS-HORA-AUX-NUM.
           COMPUTE WS-SEGUNDOS-AGORA =
               WS-HA-HORA * 3600 + WS-HA-MINUTO * 60 + WS-HA-SEGUNDO.

           MOVE TN-HORA TO WS-HORA-AUX-NUM.
           COMPUTE WS-SEGUNDOS-TRAVA =
               WS-HA-HORA * 3600 + WS-HA-MINUTO * 60 + WS-HA-SEGUNDO.

           IF TN-DATA NOT = WS-DATA-HOJE
           OR WS-SEGUNDOS-AGORA >
              WS-SEGUNDOS-TRAVA + CONST-SEGUNDOS-TRAVA
               MOVE ZEROS TO WS-SITUACAO-TRAVA-NUM
           END-IF.
      *--------------------------------------------------------------*
       LIBERAR-TRAVA.

           PERFORM OBTER-CAMINHO-TRAVA-NUM.

           OPEN OUTPUT TRAVA-NUMERACAO.
           CLOSE TRAVA-NUMERACAO.

           MOVE ZEROS TO WS-SITUACAO-TRAVA-NUM.
      *--------------------------------------------------------------*
       CARREGAR-CONTADORES.

           MOVE ZEROS  TO WS-TOTAL-TIPOS.
           MOVE SPACES TO WS-STATUS-NUMERACAO.

           PERFORM OBTER-CAMINHO-NUMERACAO.

           OPEN INPUT NUMERACAO.

           IF FLAG-NUMERACAO-SUCESSO
               PERFORM CARREGAR-LINHA-CONTADOR WITH TEST BEFORE
               UNTIL FLAG-NUMERACAO-EOF
               CLOSE NUMERACAO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CONTADOR.

           READ NUMERACAO.

           IF NOT FLAG-NUMERACAO-EOF
           AND WS-TOTAL-TIPOS < CONST-MAX-TIPOS
               ADD 1 TO WS-TOTAL-TIPOS
               MOVE REG-NUMERACAO TO TB-CT-REGISTRO(WS-TOTAL-TIPOS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-TIPO.

           MOVE ZEROS TO WS-POS-TIPO.

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-TOTAL-TIPOS
           OR WS-POS-TIPO > ZEROS
               MOVE TB-CT-REGISTRO(WS-IDX-TIPO) TO REG-NUMERACAO
               IF NU-TIPO = NUM-TIPO
                   MOVE WS-IDX-TIPO TO WS-POS-TIPO
               END-IF
           END-PERFORM.

           IF WS-POS-TIPO > ZEROS
               MOVE TB-CT-REGISTRO(WS-POS-TIPO) TO REG-NUMERACAO
           END-IF.
      *--------------------------------------------------------------*
      *    OS NUMEROS SAEM EM SEQUENCIA A PARTIR DO ULTIMO ENTREGUE,
      *    SEM NUNCA PASSAR DO FIM DA FAIXA DO TIPO.
      *--------------------------------------------------------------*
       ENTREGAR-NUMEROS.

           IF WS-POS-TIPO = ZEROS
               MOVE 3 TO NUM-RETORNO
           ELSE
               MOVE NUM-QUANTIDADE TO WS-QUANTIDADE

               IF WS-QUANTIDADE = ZEROS
                   MOVE 1 TO WS-QUANTIDADE
               END-IF

               COMPUTE WS-PRIMEIRO = NU-ULTIMO + 1

               IF WS-PRIMEIRO < NU-FAIXA-INICIO
                   MOVE NU-FAIXA-INICIO TO WS-PRIMEIRO
               END-IF

               COMPUTE WS-ULTIMO = WS-PRIMEIRO + WS-QUANTIDADE - 1

               IF WS-ULTIMO > NU-FAIXA-FIM
                   MOVE 2 TO NUM-RETORNO
               ELSE
                   MOVE WS-PRIMEIRO  TO NUM-NUMERO-INICIO
                   MOVE WS-ULTIMO    TO NUM-NUMERO-FIM
                   MOVE WS-ULTIMO    TO NU-ULTIMO
                   MOVE WS-DATA-HOJE TO NU-DATA-ULTIMO
                   MOVE REG-NUMERACAO TO TB-CT-REGISTRO(WS-POS-TIPO)

                   PERFORM REGRAVAR-CONTADORES

                   IF WS-QUANTIDADE > 1
                       MOVE "R" TO WS-OPERACAO-LOG
                   ELSE
                       MOVE "E" TO WS-OPERACAO-LOG
                   END-IF

                   PERFORM GRAVAR-HISTORICO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A FAIXA TEM DE SER COERENTE E O ULTIMO NUMERO TEM DE CABER
      *    NELA; NO AJUSTE, O CONTADOR NUNCA VOLTA PARA TRAS, OU
      *    NUMEROS JA ENTREGUES SAIRIAM DE NOVO.
      *--------------------------------------------------------------*
       CADASTRAR-TIPO.

           EVALUATE TRUE
               WHEN WS-POS-TIPO > ZEROS
               AND NUM-OP-INCLUIR
                   CONTINUE
               WHEN NUM-TIPO = SPACES
               OR NUM-FAIXA-INICIO = ZEROS
               OR NUM-FAIXA-FIM < NUM-FAIXA-INICIO
               OR NUM-ULTIMO > NUM-FAIXA-FIM
                   MOVE 4 TO NUM-RETORNO
               WHEN WS-POS-TIPO > ZEROS
               AND NUM-ULTIMO < NU-ULTIMO
                   MOVE 4 TO NUM-RETORNO
               WHEN WS-POS-TIPO = ZEROS
               AND WS-TOTAL-TIPOS >= CONST-MAX-TIPOS
                   MOVE 4 TO NUM-RETORNO
               WHEN OTHER
                   IF WS-POS-TIPO = ZEROS
                       ADD 1 TO WS-TOTAL-TIPOS
                       MOVE WS-TOTAL-TIPOS TO WS-POS-TIPO
                   END-IF

                   MOVE SPACES           TO REG-NUMERACAO
                   MOVE NUM-TIPO         TO NU-TIPO
                   MOVE NUM-DESCRICAO    TO NU-DESCRICAO
                   MOVE NUM-FAIXA-INICIO TO NU-FAIXA-INICIO
                   MOVE NUM-FAIXA-FIM    TO NU-FAIXA-FIM
                   MOVE NUM-ULTIMO       TO NU-ULTIMO
                   MOVE WS-DATA-HOJE     TO NU-DATA-ULTIMO
                   MOVE REG-NUMERACAO TO TB-CT-REGISTRO(WS-POS-TIPO)

                   PERFORM REGRAVAR-CONTADORES

                   MOVE NUM-ULTIMO    TO NUM-NUMERO-INICIO
                   MOVE NUM-FAIXA-FIM TO NUM-NUMERO-FIM
                   MOVE "A" TO WS-OPERACAO-LOG
                   PERFORM GRAVAR-HISTORICO
           END-EVALUATE.
      *--------------------------------------------------------------*
       REGRAVAR-CONTADORES.

           PERFORM OBTER-CAMINHO-NUMERACAO.

           OPEN OUTPUT NUMERACAO.

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-TOTAL-TIPOS
               MOVE TB-CT-REGISTRO(WS-IDX-TIPO) TO REG-NUMERACAO
               WRITE REG-NUMERACAO
           END-PERFORM.

           CLOSE NUMERACAO.
      *--------------------------------------------------------------*
       GRAVAR-HISTORICO.

           MOVE SPACES TO WS-STATUS-NUMERACAO-LOG.

           PERFORM OBTER-CAMINHO-NUMERACAO-LOG.

           OPEN EXTEND NUMERACAO-LOG.

           IF NOT FLAG-NUMERACAO-LOG-SUCESSO
               IF FLAG-NUMERACAO-LOG-NAO-CRIADO
                   OPEN OUTPUT NUMERACAO-LOG
               END-IF
           END-IF.

           MOVE SPACES            TO REG-NUMERACAO-LOG.
           MOVE NUM-TIPO          TO NL-TIPO.
           MOVE WS-OPERACAO-LOG   TO NL-OPERACAO.
           MOVE NUM-NUMERO-INICIO TO NL-NUMERO-INICIO.
           MOVE NUM-NUMERO-FIM    TO NL-NUMERO-FIM.
           MOVE WS-DATA-HOJE      TO NL-DATA.
           ACCEPT NL-HORA FROM TIME.
           MOVE NUM-PROGRAMA      TO NL-PROGRAMA.

           WRITE REG-NUMERACAO-LOG.

           CLOSE NUMERACAO-LOG.
      *--------------------------------------------------------------*
