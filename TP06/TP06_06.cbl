      *    REAJUSTE GERAL DO CATALOGO: RECEBE UMA LISTA DE PARES
      *    SETOR/PERCENTUAL (OU SETOR 00 = TODOS OS SETORES COM UM
      *    PERCENTUAL UNICO), MOSTRA UMA PREVIA CONSOLIDADA DE
      *    PRODUTOS AFETADOS (COM O IMPACTO MENSAL ESTIMADO EM
      *    RECEITA E MARGEM BRUTA, VER SIMULACAO-REAJUSTE-STATUS.cpy)
      *    E, COM UMA UNICA CONFIRMACAO, FAZ UM
      *    BACKUP, UMA UNICA PASSADA DE REGRAVACAO NO MESTRE E UM
      *    BLOCO COERENTE DE LINHAS NO HISTORICO - NO LUGAR DE UMA
      *    RODADA DE TP06_02 POR SETOR.
       FILE-CONTROL.
           COPY PRODUTO-SELECT.

           COPY VENDA-SELECT.

           COPY SIMULACAO-REAJUSTE-SELECT.

           SELECT PRODUTOS-BACKUP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY PRODLOCK-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO-FD.

       COPY VENDA-FD.

       COPY SIMULACAO-REAJUSTE-FD.

       FD PRODUTOS-BACKUP
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-BACKUP.

       01 REG-PRODUTO-BACKUP        PIC X(122).

       COPY REAJUSTE-HIST-FD.


       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY PRODLOCK-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY PRODVERSAO.
           COPY VENDA-STATUS.
           COPY SIMULACAO-REAJUSTE-STATUS.
       77 WS-STATUS-FILE-BACKUP     PIC X(02)             VALUE SPACES.
           88 FLAG-BACKUP-SUCESSO            VALUE "00".
       COPY REAJUSTE-HIST-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY PRODLOCK-STATUS.

       COPY OPERADOR-STATUS.

           PERFORM CONTAR-AFETADOS.

           PERFORM MOSTRAR-SIMULACAO-REAJUSTE.

           DISPLAY "Produtos afetados no total: " AT 1528.
           DISPLAY WS-QTD-AFETADOS AT 1556.
           DISPLAY "Confirma aplicar o reajuste geral (S/N)? "
                      " AFETADOS=" DELIMITED BY SIZE
                      WS-QTD-REAJUSTADOS DELIMITED BY SIZE
                      " POR=" DELIMITED BY SIZE
                      WS-LOGIN-ID DELIMITED BY SPACE
                      " IMPACTO/MES=" DELIMITED BY SIZE
                      WS-SIM-ED-IMPACTO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "REAJUSTE CONFIRMADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
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
                                                  BY =="TP06_06"==.
      *--------------------------------------------------------------*
       SIMULAR-ITEM-REAJUSTE.
           COPY SIMULAR-ITEM-REAJUSTE.
      *--------------------------------------------------------------*
       FECHAR-SIMULACAO-REAJUSTE.
           COPY FECHAR-SIMULACAO-REAJUSTE.
      *--------------------------------------------------------------*
      *    CAPTURA DA LISTA: SETOR 00 LIGA O MODO "TODOS OS SETORES"
      *    COM UM PERCENTUAL UNICO; SETOR 99 ENCERRA A LISTA.
               STOP RUN
           END-IF.

           PERFORM INICIAR-SIMULACAO-REAJUSTE.

           PERFORM CONTAR-LINHA-AFETADA WITH TEST BEFORE
           UNTIL FLAG-PRODUTOS-EOF.

           PERFORM FECHAR-SIMULACAO-REAJUSTE.

           CLOSE PRODUTOS.
      *--------------------------------------------------------------*
       CONTAR-LINHA-AFETADA.
           AND FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
               PERFORM LOCALIZAR-PERCENTUAL-SETOR

               PERFORM APURAR-SITUACAO-PRODUTO

               IF FLAG-PRODUTO-NO-ALCANCE
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   ADD 1 TO WS-QTD-AFETADOS

                   COMPUTE WS-CALC-NOVO-VALOR = FD-PROD-VALOR
                                   * ( 1 + WS-PERC-APLICAR / 100)

                   MOVE WS-CALC-NOVO-VALOR TO WS-SIM-PRECO-NOVO
                   PERFORM SIMULAR-ITEM-REAJUSTE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       MOSTRAR-SIMULACAO-REAJUSTE.
           DISPLAY "Receita/mes atual:" AT 1028.
           DISPLAY WS-SIM-ED-RECEITA-ATUAL AT 1047.
           DISPLAY "nova:" AT 1062.
           DISPLAY WS-SIM-ED-RECEITA-NOVA AT 1068.

           DISPLAY "Margem/mes  atual:" AT 1128.
           DISPLAY WS-SIM-ED-MARGEM-ATUAL AT 1147.
           DISPLAY "nova:" AT 1162.
           DISPLAY WS-SIM-ED-MARGEM-NOVA AT 1168.

           DISPLAY "Impacto/mes:" AT 1228.
           DISPLAY WS-SIM-ED-IMPACTO AT 1247.

           IF WS-SIM-QTD-ABAIXO-CUSTO > ZEROS
               DISPLAY "Abaixo do custo:" AT 1262 FOREGROUND-COLOR 6
           ELSE
               DISPLAY "Abaixo do custo:" AT 1262
           END-IF.

           DISPLAY WS-SIM-QTD-ABAIXO-CUSTO AT 1279.

           DISPLAY "Simulacao: " AT 1328.
           DISPLAY WS-ARQ-SIMULACAO AT 1339.
      *--------------------------------------------------------------*
       LOCALIZAR-PERCENTUAL-SETOR.
           MOVE ZEROS TO WS-PRODUTO-NO-ALCANCE.
           AND FD-PROD-CODIGO NOT = CONST-CHAVE-VERSAO
               PERFORM LOCALIZAR-PERCENTUAL-SETOR

               PERFORM APURAR-SITUACAO-PRODUTO

               IF FLAG-PRODUTO-NO-ALCANCE
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   MOVE FD-PROD-VALOR TO WS-VALOR-ANTIGO-ITEM

                   COMPUTE WS-CALC-NOVO-VALOR = FD-PROD-VALOR
       GRAVAR-REAJUSTE-HIST.
           COPY GRAVAR-REAJUSTE-HIST REPLACING ==:PROGRAMA:==
                                             BY =="TP06_06"==.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_06"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_06"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
