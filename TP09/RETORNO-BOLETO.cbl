       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETORNO-BOLETO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PROCESSAMENTO DO RETORNO BANCARIO DOS BOLETOS DE
      *    MENSALIDADE: LE retorno_boletos.txt (HEADER "0", DETALHE
      *    "1" COM O NOSSO NUMERO DA REMESSA DE MENSALIDADE, A
      *    OCORRENCIA DO BANCO, A DATA E O VALOR PAGO; TRAILER "9"),
      *    CASA CADA DETALHE COM mensalidades.dat PELO NOSSO NUMERO E
      *    IMPRIME A CONCILIACAO EM retorno_boletos_conciliacao.txt,
      *    COMO O TP08-RETORNO FAZ PARA A REMESSA DE SALARIOS.
      *    OCORRENCIAS: 02 ENTRADA CONFIRMADA (SO CONCILIA), 06
      *    LIQUIDACAO (BAIXA A COBRANCA COM DATA E VALOR; ABAIXO DO
      *    DEVIDO FICA EM ABERTO COMO PAGAMENTO PARCIAL, SOBRE COBRANCA
      *    JA PAGA E PAGAMENTO DUPLICADO E NAO ALTERA NADA), 03 E
      *    DEMAIS: TITULO REJEITADO - O NOSSO NUMERO E LIMPO PARA A
      *    COBRANCA VOLTAR NA PROXIMA REMESSA DA MENSALIDADE.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MENSALIDADE-SELECT.

           SELECT RETORNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETORNO.

           SELECT CONCILIACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONCILIACAO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY MENSALIDADE-FD.

       FD RETORNO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RETORNO.

       01 REG-RETORNO.
           05 RT-TIPO               PIC X          VALUE SPACES.
               88 FLAG-RET-HEADER                  VALUE "0".
               88 FLAG-RET-DETALHE                 VALUE "1".
               88 FLAG-RET-TRAILER                 VALUE "9".
           05 RT-NOSSO-NUMERO       PIC 9(10)      VALUE ZEROS.
           05 RT-MATRICULA          PIC X(6)       VALUE SPACES.
           05 RT-ANO-MES            PIC 9(6)       VALUE ZEROS.
           05 RT-OCORRENCIA         PIC X(2)       VALUE SPACES.
               88 FLAG-RET-REGISTRADO              VALUE "02".
               88 FLAG-RET-LIQUIDADO               VALUE "06".
           05 RT-DATA-PGTO          PIC 9(8)       VALUE ZEROS.
           05 RT-VALOR-PAGO         PIC 9(8)V9(2)  VALUE ZEROS.
           05 FILLER                PIC X(37)      VALUE SPACES.

       FD CONCILIACAO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONCILIACAO.

       01 REG-CONCILIACAO.
           05 CC-LINHA              PIC X(80)      VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY MENSALIDADE-STATUS.
           COPY MENSALIDADE-CONST.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-RETORNO            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-RETORNO         PIC X(02)      VALUE SPACES.
           88 FLAG-RETORNO-SUCESSO                 VALUE "00".
           88 FLAG-RETORNO-EOF                     VALUE "10".
           88 FLAG-RETORNO-AUSENTE                 VALUE "35".
       77 WS-ARQ-CONCILIACAO        PIC X(60)      VALUE SPACES.
       77 WS-STATUS-CONCILIACAO     PIC X(02)      VALUE SPACES.
       77 WS-DATA-PROCESSAMENTO     PIC 9(8)       VALUE ZEROS.
      *---- MENSALIDADES EM MEMORIA ----------------------------------*
       77 CONST-LIMITE-MENS         PIC 9(4)       VALUE 999.
       77 WS-TOTAL-MENS             PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-MS                 PIC 9(4)       VALUE ZEROS.
       77 WS-POS-MENS               PIC 9(4)       VALUE ZEROS.
           88 FLAG-MENS-NA-TABELA   VALUE 1 THRU 999.
       77 WS-MENS-ESTOURO           PIC 9          VALUE ZEROS.
           88 FLAG-MENS-ESTOURO                    VALUE 1.
       77 WS-HOUVE-ALTERACAO        PIC 9          VALUE ZEROS.
           88 FLAG-HOUVE-ALTERACAO                 VALUE 1.
       01 TB-MENSALIDADES.
           02 MENS-ITEM OCCURS 999 TIMES.
               10 TB-MS-REGISTRO    PIC X(91)      VALUE SPACES.
      *---- CALCULO DA BAIXA -----------------------------------------*
       77 WS-VALOR-SALDO            PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-MINIMO           PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-EXCEDENTE        PIC 9(8)V9(2)  VALUE ZEROS.
       77 WS-VALOR-MULTA-CALC       PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-DATA-VENC              PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-LIMITE-DESCONTO   PIC 9(8)       VALUE ZEROS.
      *---- CONTADORES DA CONCILIACAO --------------------------------*
       77 WS-QTD-REGISTRADOS        PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-PAGOS              PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-PARCIAIS           PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-DUPLICADOS         PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-REJEITADOS         PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-SEM-TITULO         PIC 9(4)       VALUE ZEROS.
       77 WS-TOTAL-RECEBIDO         PIC 9(10)V9(2) VALUE ZEROS.
      *---- LINHAS DA CONCILIACAO ------------------------------------*
       01 CC-TITULO.
           05 FILLER PIC X(47) VALUE
              "CONCILIACAO DO RETORNO DE BOLETOS - PROCESSADO".
           05 FILLER PIC X(4) VALUE " EM ".
           05 CC-TIT-DATA PIC 9(8).
       01 CC-LINHA-DETALHE.
           05 CC-DET-NOSSO-NUMERO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CC-DET-MATRICULA PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CC-DET-ANO-MES PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CC-DET-VALOR PIC ZZZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CC-DET-SITUACAO PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CC-DET-OCORRENCIA PIC X(2).
       01 CC-LINHA-SALDO.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "SALDO EM ABERTO: ".
           05 CC-SAL-VALOR PIC ZZZZ9,99.
       01 CC-LINHA-TOTAL.
           05 CC-TOT-DESCRICAO PIC X(30) VALUE SPACES.
           05 CC-TOT-QTD PIC ZZZ9.
       01 CC-LINHA-RECEBIDO.
           05 FILLER PIC X(30) VALUE "TOTAL RECEBIDO:".
           05 CC-REC-VALOR PIC ZZZZZZZZZ9,99.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

           PERFORM CARREGAR-MENSALIDADES.

           IF WS-TOTAL-MENS = ZEROS
               DISPLAY "NENHUMA MENSALIDADE GERADA AINDA"
               STOP RUN
           END-IF.

      *    CARGA INTERROMPIDA PELO LIMITE DA TABELA: REGRAVAR AGORA
      *    APAGARIA AS COBRANCAS ALEM DO LIMITE.
           IF FLAG-MENS-ESTOURO
               DISPLAY "MENSALIDADES ACIMA DO LIMITE DA TABELA - "
                   "RETORNO NAO PROCESSADO"
               STOP RUN
           END-IF.

           PERFORM ABRIR-CONCILIACAO.
           PERFORM PROCESSAR-RETORNO.
           PERFORM GRAVAR-TOTAIS-CONCILIACAO.

           IF FLAG-HOUVE-ALTERACAO
               PERFORM SALVAR-MENSALIDADES
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           STOP RUN.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MENSALIDADES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="mensalidades.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MENSALIDADES==
                ==:DDVAR:==  BY =="DD_MENSALIDADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RETORNO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="retorno_boletos.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RETORNO==
                ==:DDVAR:==  BY =="DD_RETORNO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CONCILIACAO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="retorno_boletos_conciliacao.txt"==
                ==:DESTINO:== BY ==WS-ARQ-CONCILIACAO==
                ==:DDVAR:==  BY =="DD_CONCILIACAO"==.
      *--------------------------------------------------------------*
       CARREGAR-MENSALIDADES.

           MOVE ZEROS  TO WS-TOTAL-MENS WS-MENS-ESTOURO.
           MOVE SPACES TO WS-STATUS-MENSALIDADES.

           PERFORM OBTER-CAMINHO-MENSALIDADES.

           OPEN INPUT MENSALIDADES.

           IF FLAG-MENSALIDADES-SUCESSO
               PERFORM CARREGAR-LINHA-MENSALIDADE WITH TEST BEFORE
               UNTIL FLAG-MENSALIDADES-EOF
               OR WS-TOTAL-MENS >= CONST-LIMITE-MENS

               IF NOT FLAG-MENSALIDADES-EOF
                   MOVE 1 TO WS-MENS-ESTOURO
               END-IF

               CLOSE MENSALIDADES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-MENSALIDADE.

           READ MENSALIDADES.

           IF NOT FLAG-MENSALIDADES-EOF
      *        COBRANCA ANTERIOR AOS DESCONTOS E AOS BOLETOS (VER A
      *        MESMA CARGA NA MENSALIDADE).
               IF MS-VALOR-BRUTO NOT NUMERIC
                   MOVE MS-VALOR TO MS-VALOR-BRUTO
                   MOVE ZEROS    TO MS-PERC-DESCONTO MS-VALOR-MULTA
                                    MS-VALOR-JUROS
                   COMPUTE MS-PERC-PONTUAL = CONST-PERC-DESCONTO * 100
               END-IF

               IF MS-NOSSO-NUMERO NOT NUMERIC
                   MOVE ZEROS TO MS-NOSSO-NUMERO
               END-IF

               ADD 1 TO WS-TOTAL-MENS
               MOVE REG-MENSALIDADE
                   TO TB-MS-REGISTRO(WS-TOTAL-MENS)
           END-IF.
      *--------------------------------------------------------------*
       SALVAR-MENSALIDADES.

           OPEN OUTPUT MENSALIDADES.

           PERFORM VARYING WS-IDX-MS FROM 1 BY 1
           UNTIL WS-IDX-MS > WS-TOTAL-MENS
               MOVE TB-MS-REGISTRO(WS-IDX-MS) TO REG-MENSALIDADE
               WRITE REG-MENSALIDADE
           END-PERFORM.

           CLOSE MENSALIDADES.
      *--------------------------------------------------------------*
       ABRIR-CONCILIACAO.
           PERFORM OBTER-CAMINHO-CONCILIACAO.

           OPEN OUTPUT CONCILIACAO.

           MOVE WS-DATA-PROCESSAMENTO TO CC-TIT-DATA.
           WRITE REG-CONCILIACAO FROM CC-TITULO.
      *--------------------------------------------------------------*
       PROCESSAR-RETORNO.
           PERFORM OBTER-CAMINHO-RETORNO.

           MOVE SPACES TO WS-STATUS-RETORNO.

           OPEN INPUT RETORNO.

           IF NOT FLAG-RETORNO-SUCESSO
               DISPLAY "ARQUIVO DE RETORNO NAO ENCONTRADO: "
                   WS-ARQ-RETORNO
               CLOSE CONCILIACAO
               STOP RUN
           END-IF.

           PERFORM PROCESSAR-LINHA-RETORNO WITH TEST BEFORE
           UNTIL FLAG-RETORNO-EOF.

           CLOSE RETORNO.
      *--------------------------------------------------------------*
       PROCESSAR-LINHA-RETORNO.

           READ RETORNO.

           IF NOT FLAG-RETORNO-EOF
               IF FLAG-RET-DETALHE
                   PERFORM LOCALIZAR-TITULO-TABELA

                   IF NOT FLAG-MENS-NA-TABELA
                       ADD 1 TO WS-QTD-SEM-TITULO
                       MOVE SPACES TO REG-CONCILIACAO
                       MOVE RT-NOSSO-NUMERO TO CC-DET-NOSSO-NUMERO
                       MOVE RT-MATRICULA    TO CC-DET-MATRICULA
                       MOVE RT-ANO-MES      TO CC-DET-ANO-MES
                       MOVE RT-VALOR-PAGO   TO CC-DET-VALOR
                       MOVE "TITULO NAO ENCONTRADO"
                           TO CC-DET-SITUACAO
                       MOVE RT-OCORRENCIA   TO CC-DET-OCORRENCIA
                       WRITE REG-CONCILIACAO FROM CC-LINHA-DETALHE
                   ELSE
                       PERFORM TRATAR-OCORRENCIA-TITULO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-TITULO-TABELA.
           MOVE ZEROS TO WS-POS-MENS.

           PERFORM VARYING WS-IDX-MS FROM 1 BY 1
           UNTIL WS-IDX-MS > WS-TOTAL-MENS
               MOVE TB-MS-REGISTRO(WS-IDX-MS) TO REG-MENSALIDADE

               IF RT-NOSSO-NUMERO NOT = ZEROS
               AND MS-NOSSO-NUMERO = RT-NOSSO-NUMERO
                   MOVE WS-IDX-MS TO WS-POS-MENS
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       TRATAR-OCORRENCIA-TITULO.

           MOVE TB-MS-REGISTRO(WS-POS-MENS) TO REG-MENSALIDADE.

           MOVE SPACES TO REG-CONCILIACAO.
           MOVE RT-NOSSO-NUMERO TO CC-DET-NOSSO-NUMERO.
           MOVE MS-MATRICULA    TO CC-DET-MATRICULA.
           MOVE MS-ANO-MES      TO CC-DET-ANO-MES.
           MOVE RT-OCORRENCIA   TO CC-DET-OCORRENCIA.

           EVALUATE TRUE
               WHEN FLAG-RET-REGISTRADO
                   ADD 1 TO WS-QTD-REGISTRADOS
                   MOVE MS-VALOR TO CC-DET-VALOR
                   MOVE "TITULO REGISTRADO" TO CC-DET-SITUACAO
                   WRITE REG-CONCILIACAO FROM CC-LINHA-DETALHE
               WHEN FLAG-RET-LIQUIDADO
                   MOVE RT-VALOR-PAGO TO CC-DET-VALOR
                   ADD RT-VALOR-PAGO  TO WS-TOTAL-RECEBIDO

                   IF FLAG-MENS-PAGA
                       ADD 1 TO WS-QTD-DUPLICADOS
                       MOVE "PAGAMENTO DUPLICADO" TO CC-DET-SITUACAO
                       WRITE REG-CONCILIACAO FROM CC-LINHA-DETALHE
                   ELSE
                       PERFORM BAIXAR-TITULO
                   END-IF
               WHEN OTHER
      *            O TITULO REJEITADO VOLTA NA PROXIMA REMESSA COM UM
      *            NOVO NOSSO NUMERO.
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE MS-VALOR TO CC-DET-VALOR
                   MOVE "TITULO REJEITADO" TO CC-DET-SITUACAO
                   WRITE REG-CONCILIACAO FROM CC-LINHA-DETALHE

                   IF FLAG-MENS-ABERTA
                       MOVE ZEROS TO MS-NOSSO-NUMERO
                       MOVE REG-MENSALIDADE
                           TO TB-MS-REGISTRO(WS-POS-MENS)
                       MOVE 1 TO WS-HOUVE-ALTERACAO
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    O VALOR MINIMO PARA QUITAR E O SALDO DO PRINCIPAL, OU O
      *    VALOR COM O DESCONTO DE PONTUALIDADE SE PAGO ATE A DATA
      *    LIMITE SEM PAGAMENTO PARCIAL ANTERIOR. ABAIXO DELE O
      *    PAGAMENTO E PARCIAL E A COBRANCA FICA EM ABERTO; ACIMA,
      *    PAGO APOS O VENCIMENTO, O EXCEDENTE E MULTA (ATE O
      *    PERCENTUAL CONTRATUAL) E O RESTO JUROS.
      *--------------------------------------------------------------*
       BAIXAR-TITULO.

           COMPUTE WS-VALOR-SALDO = MS-VALOR - MS-VALOR-PAGO.
           COMPUTE WS-DATA-VENC =
               MS-ANO-MES * 100 + CONST-DIA-VENCIMENTO.
           COMPUTE WS-DATA-LIMITE-DESCONTO =
               MS-ANO-MES * 100 + CONST-DIA-DESCONTO.

           IF MS-VALOR-PAGO = ZEROS
           AND RT-DATA-PGTO <= WS-DATA-LIMITE-DESCONTO
               COMPUTE WS-VALOR-MINIMO ROUNDED =
                   MS-VALOR * (100 - MS-PERC-PONTUAL) / 100
           ELSE
               MOVE WS-VALOR-SALDO TO WS-VALOR-MINIMO
           END-IF.

           ADD RT-VALOR-PAGO TO MS-VALOR-PAGO
               ON SIZE ERROR MOVE 99999,99 TO MS-VALOR-PAGO
           END-ADD.
           MOVE RT-DATA-PGTO TO MS-DATA-PGTO.

           IF RT-VALOR-PAGO < WS-VALOR-MINIMO
               ADD 1 TO WS-QTD-PARCIAIS
               MOVE "PAGAMENTO PARCIAL" TO CC-DET-SITUACAO
               WRITE REG-CONCILIACAO FROM CC-LINHA-DETALHE

               COMPUTE CC-SAL-VALOR = WS-VALOR-MINIMO - RT-VALOR-PAGO
               WRITE REG-CONCILIACAO FROM CC-LINHA-SALDO
           ELSE
               ADD 1 TO WS-QTD-PAGOS
               MOVE "P" TO MS-SITUACAO
               MOVE "LIQUIDADO" TO CC-DET-SITUACAO

               IF RT-DATA-PGTO > WS-DATA-VENC
                   COMPUTE WS-VALOR-EXCEDENTE =
                       RT-VALOR-PAGO - WS-VALOR-MINIMO
                   COMPUTE WS-VALOR-MULTA-CALC ROUNDED =
                       WS-VALOR-SALDO * CONST-PERC-MULTA

                   IF WS-VALOR-EXCEDENTE < WS-VALOR-MULTA-CALC
                       MOVE WS-VALOR-EXCEDENTE TO WS-VALOR-MULTA-CALC
                   END-IF

                   MOVE WS-VALOR-MULTA-CALC TO MS-VALOR-MULTA
                   COMPUTE MS-VALOR-JUROS =
                       WS-VALOR-EXCEDENTE - WS-VALOR-MULTA-CALC
                       ON SIZE ERROR MOVE 99999,99 TO MS-VALOR-JUROS
                   END-COMPUTE
                   MOVE "LIQUIDADO COM ENCARGOS" TO CC-DET-SITUACAO
               END-IF

               WRITE REG-CONCILIACAO FROM CC-LINHA-DETALHE
           END-IF.

           MOVE REG-MENSALIDADE TO TB-MS-REGISTRO(WS-POS-MENS).
           MOVE 1 TO WS-HOUVE-ALTERACAO.
      *--------------------------------------------------------------*
       GRAVAR-TOTAIS-CONCILIACAO.

           MOVE SPACES TO REG-CONCILIACAO.
           WRITE REG-CONCILIACAO.

           MOVE "TITULOS REGISTRADOS:"   TO CC-TOT-DESCRICAO.
           MOVE WS-QTD-REGISTRADOS       TO CC-TOT-QTD.
           WRITE REG-CONCILIACAO FROM CC-LINHA-TOTAL.

           MOVE "TITULOS LIQUIDADOS:"    TO CC-TOT-DESCRICAO.
           MOVE WS-QTD-PAGOS             TO CC-TOT-QTD.
           WRITE REG-CONCILIACAO FROM CC-LINHA-TOTAL.

           MOVE "PAGAMENTOS PARCIAIS:"   TO CC-TOT-DESCRICAO.
           MOVE WS-QTD-PARCIAIS          TO CC-TOT-QTD.
           WRITE REG-CONCILIACAO FROM CC-LINHA-TOTAL.

           MOVE "PAGAMENTOS DUPLICADOS:" TO CC-TOT-DESCRICAO.
           MOVE WS-QTD-DUPLICADOS        TO CC-TOT-QTD.
           WRITE REG-CONCILIACAO FROM CC-LINHA-TOTAL.

           MOVE "TITULOS REJEITADOS:"    TO CC-TOT-DESCRICAO.
           MOVE WS-QTD-REJEITADOS        TO CC-TOT-QTD.
           WRITE REG-CONCILIACAO FROM CC-LINHA-TOTAL.

           MOVE "DETALHES SEM TITULO:"   TO CC-TOT-DESCRICAO.
           MOVE WS-QTD-SEM-TITULO        TO CC-TOT-QTD.
           WRITE REG-CONCILIACAO FROM CC-LINHA-TOTAL.

           MOVE WS-TOTAL-RECEBIDO TO CC-REC-VALOR.
           WRITE REG-CONCILIACAO FROM CC-LINHA-RECEBIDO.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE CONCILIACAO.

           DISPLAY "CONCILIACAO GRAVADA EM " WS-ARQ-CONCILIACAO.
           DISPLAY "LIQUIDADOS: " WS-QTD-PAGOS
               "  PARCIAIS: " WS-QTD-PARCIAIS
               "  DUPLICADOS: " WS-QTD-DUPLICADOS
               "  REJEITADOS: " WS-QTD-REJEITADOS.

           STRING "PAGOS=" DELIMITED BY SIZE
                  WS-QTD-PAGOS DELIMITED BY SIZE
                  " PARC=" DELIMITED BY SIZE
                  WS-QTD-PARCIAIS DELIMITED BY SIZE
                  " DUPL=" DELIMITED BY SIZE
                  WS-QTD-DUPLICADOS DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-QTD-REJEITADOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RETORNO PROCESSADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS  TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-CONCILIACAO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="RET-BOLETO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="RET-BOLETO"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
