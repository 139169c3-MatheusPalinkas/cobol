
           COPY PRODUTO-SELECT.

           COPY VENDA-SELECT.

           COPY SIMULACAO-REAJUSTE-SELECT.

           SELECT PRODUTOS-REAJUSTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY REAJUSTE-HIST-SELECT.

           COPY OPERADOR-SELECT.

       COPY PRODUTO-FD.

       COPY VENDA-FD.

       COPY SIMULACAO-REAJUSTE-FD.

       FD PRODUTOS-REAJUSTE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-REAJUSTE.
           05 FD-PROD-REA-QTD-ESTOQUE PIC 9(5)            VALUE ZEROS.
           05 FD-PROD-REA-UNIDADE     PIC X(03)           VALUE SPACES.
           05 FD-PROD-REA-PONTO-REPOSICAO PIC 9(5)        VALUE ZEROS.
           05 FD-PROD-REA-CUSTO-MEDIO PIC 9(5)V9(2)       VALUE ZEROS.
           05 FD-PROD-REA-CLASSE-ABC  PIC X               VALUE SPACES.
           05 FD-PROD-REA-NCM         PIC X(08)           VALUE SPACES.
           05 FD-PROD-REA-ORIGEM      PIC X               VALUE SPACES.
           05 FD-PROD-REA-GRUPO-FISCAL PIC X(02)          VALUE SPACES.
           05 FD-PROD-REA-SITUACAO    PIC X               VALUE SPACES.
           05 FD-PROD-REA-DATA-SITUACAO PIC 9(08)         VALUE ZEROS.
           05 FD-PROD-REA-MOTIVO-SITUACAO PIC X(20)       VALUE SPACES.

       FD PRODUTOS-BACKUP
           LABEL RECORD IS STANDARD
           05 FD-PROD-BKP-QTD-ESTOQUE PIC 9(5)            VALUE ZEROS.
           05 FD-PROD-BKP-UNIDADE     PIC X(03)           VALUE SPACES.
           05 FD-PROD-BKP-PONTO-REPOSICAO PIC 9(5)        VALUE ZEROS.
           05 FD-PROD-BKP-CUSTO-MEDIO PIC 9(5)V9(2)       VALUE ZEROS.
           05 FD-PROD-BKP-CLASSE-ABC  PIC X               VALUE SPACES.
           05 FD-PROD-BKP-NCM         PIC X(08)           VALUE SPACES.
           05 FD-PROD-BKP-ORIGEM      PIC X               VALUE SPACES.
           05 FD-PROD-BKP-GRUPO-FISCAL PIC X(02)          VALUE SPACES.
           05 FD-PROD-BKP-SITUACAO    PIC X               VALUE SPACES.
           05 FD-PROD-BKP-DATA-SITUACAO PIC 9(08)         VALUE ZEROS.
           05 FD-PROD-BKP-MOTIVO-SITUACAO PIC X(20)       VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY REAJUSTE-HIST-FD.

       COPY OPERADOR-FD.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY SETOR-STATUS.
           COPY VENDA-STATUS.
           COPY SIMULACAO-REAJUSTE-STATUS.
       77 WS-STATUS-FILE-WRITE      PIC X(02)             VALUE SPACES.
           88 FLAG-OPEN-FILE-SUCESSO-REAJ VALUE "00".
           88 FLAG-FILE-EOF-REAJUSTE      VALUE "10".
           88 FLAG-FILE-EOF-BACKUP        VALUE "10".

       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.

       COPY AGENDA-REAJUSTE-STATUS.

              STOP RUN
           END-IF.

           PERFORM INICIAR-SIMULACAO-REAJUSTE.

           PERFORM CONTAR-LINHA-FILE-PRODUTOS
           WITH TEST BEFORE UNTIL FLAG-PRODUTOS-EOF.

           PERFORM FECHAR-SIMULACAO-REAJUSTE.

           CLOSE PRODUTOS.
      *--------------------------------------------------------------*
       CONTAR-LINHA-FILE-PRODUTOS.

           READ PRODUTOS NEXT RECORD.

      *    PRODUTO DESCONTINUADO FICA FORA DO REAJUSTE.
           IF NOT FLAG-PRODUTOS-EOF
               PERFORM APURAR-SITUACAO-PRODUTO

               IF FD-PROD-SETOR = WS-SETOR
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   ADD 1 TO WS-QTD-AFETADOS

                   COMPUTE WS-CALC-NOVO-VALOR = FD-PROD-VALOR
                                   * ( 1 + WS-PERC-AUMENTO / 100)

                   MOVE WS-CALC-NOVO-VALOR TO WS-SIM-PRECO-NOVO
                   PERFORM SIMULAR-ITEM-REAJUSTE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A PREVIA MOSTRA, ALEM DO PERCENTUAL, O IMPACTO MENSAL
      *    ESTIMADO PELAS VENDAS DOS ULTIMOS 90 DIAS; O DETALHE POR
      *    PRODUTO E SETOR FICA NO RELATORIO DA SIMULACAO, QUE O
      *    APROVADOR ASSINA.
      *--------------------------------------------------------------*
       MOSTRAR-SIMULACAO-REAJUSTE.
           DISPLAY "Receita/mes atual:" AT 2428.
           DISPLAY WS-SIM-ED-RECEITA-ATUAL AT 2447.
           DISPLAY "nova:" AT 2462.
           DISPLAY WS-SIM-ED-RECEITA-NOVA AT 2468.

           DISPLAY "Margem/mes  atual:" AT 2528.
           DISPLAY WS-SIM-ED-MARGEM-ATUAL AT 2547.
           DISPLAY "nova:" AT 2562.
           DISPLAY WS-SIM-ED-MARGEM-NOVA AT 2568.

           DISPLAY "Impacto/mes:" AT 2628.
           DISPLAY WS-SIM-ED-IMPACTO AT 2647.

           IF WS-SIM-QTD-ABAIXO-CUSTO > ZEROS
               DISPLAY "Abaixo do custo:" AT 2662 FOREGROUND-COLOR 6
           ELSE
               DISPLAY "Abaixo do custo:" AT 2662
           END-IF.

           DISPLAY WS-SIM-QTD-ABAIXO-CUSTO AT 2679.

           DISPLAY "Simulacao: " AT 2328.
           DISPLAY WS-ARQ-SIMULACAO AT 2339.
      *--------------------------------------------------------------*
       ENTRADA-CONFIRMA-APLICAR.
           PERFORM MOSTRAR-SIMULACAO-REAJUSTE.
           DISPLAY SC-CONFIRMA-APLICAR.
           ACCEPT SC-CONF-APLICAR.
      *--------------------------------------------------------------*
                  WS-SETOR DELIMITED BY SIZE
                  " PERC="  DELIMITED BY SIZE
                  WS-PERC-AUMENTO DELIMITED BY SIZE
                  " IMPACTO/MES=" DELIMITED BY SIZE
                  WS-SIM-ED-IMPACTO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REAJUSTE APLICADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VENDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       INICIAR-SIMULACAO-REAJUSTE.
           COPY INICIAR-SIMULACAO-REAJUSTE REPLACING ==:PROGRAMA:==
                                                  BY =="TP06_02"==.
      *--------------------------------------------------------------*
       SIMULAR-ITEM-REAJUSTE.
           COPY SIMULAR-ITEM-REAJUSTE.
      *--------------------------------------------------------------*
       FECHAR-SIMULACAO-REAJUSTE.
           COPY FECHAR-SIMULACAO-REAJUSTE.
      *--------------------------------------------------------------*
       MONTAR-NOME-ARQUIVO-REAJUSTE.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           IF NOT FLAG-PRODUTOS-EOF
               MOVE REG-PRODUTO TO REG-PRODUTO-REAJUSTE

               PERFORM APURAR-SITUACAO-PRODUTO

               IF FD-PROD-SETOR = WS-SETOR
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   COMPUTE WS-CALC-NOVO-VALOR = FD-PROD-VALOR
                                   * ( 1 + WS-PERC-AUMENTO / 100)


           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-CONFIRMA-APLICAR.
           PERFORM MOSTRAR-SIMULACAO-REAJUSTE.
           DISPLAY "APROVACAO DE SEGUNDO OPERADOR" AT 0528.

           MOVE SPACES TO WS-LOGIN-ID.

           DISPLAY "REAJUSTE CONFIRMADO. BACKUP EM " AT 2229
               WS-ARQ-BACKUP AT 2261.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_02"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_02"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       MONTAR-NOME-ARQUIVO-BACKUP.
           STRING WS-DIR-DADOS               DELIMITED BY SPACE
