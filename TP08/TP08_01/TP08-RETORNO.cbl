
           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
           COPY NUMERADOR-PARAM.
       77 WS-ARQ-RETORNO            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-RETORNO         PIC X(02)      VALUE SPACES.
           88 FLAG-RETORNO-SUCESSO                 VALUE "00".
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-DATA-GERACAO           PIC 9(8)       VALUE ZEROS.
       77 WS-SEQUENCIA-REMESSA      PIC 9(6)       VALUE ZEROS.
      *---- FOLHA DA COMPETENCIA EM MEMORIA --------------------------*
      *    SITUACAO: 0 SEM RESPOSTA DO BANCO, 1 PAGO, 2 REJEITADO.
       77 CONST-LIMITE-FUNC         PIC 9(4)       VALUE 500.
           05 RM-HDR-COMP-ANO       PIC 9(4)       VALUE ZEROS.
           05 RM-HDR-EMPRESA        PIC X(30)      VALUE
              "PALINKAS E TAVARES".
           05 RM-HDR-SEQUENCIA      PIC 9(6)       VALUE ZEROS.
           05 FILLER                PIC X(29)      VALUE SPACES.
       01 RM-DETALHE.
           05 FILLER                PIC X          VALUE "1".
           05 RM-DET-PRONTUARIO     PIC X(8)       VALUE SPACES.
                   DISPLAY "ERRO NA ABERTURA DO CADASTRO DE "
                       "FUNCIONARIOS"
               ELSE
                   PERFORM OBTER-SEQUENCIA-REMESSA
               END-IF

               EVALUATE TRUE
                   WHEN NOT FLAG-FUNC-MASTER-SUCESSO
                       CONTINUE
                   WHEN WS-SEQUENCIA-REMESSA = ZEROS
                       DISPLAY "NUMERACAO DE REMESSAS INDISPONIVEL - "
                           "REAPRESENTACAO NAO GERADA"
                       CLOSE FUNC-MASTER
                   WHEN OTHER
                       OPEN OUTPUT REAPRESENTACAO

                       ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD

                       PERFORM LER-EMPRESA
                       MOVE WS-EMP-RAZAO    TO RM-HDR-EMPRESA
                       MOVE WS-DATA-GERACAO TO RM-HDR-DATA
                       MOVE WS-COMP-MES     TO RM-HDR-COMP-MES
                       MOVE WS-COMP-ANO     TO RM-HDR-COMP-ANO
                       MOVE WS-SEQUENCIA-REMESSA TO RM-HDR-SEQUENCIA
                       WRITE REG-REAPRESENTACAO FROM RM-HEADER

                       PERFORM GRAVAR-DETALHE-REAPRESENTACAO
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-FUNC

                       MOVE WS-QTD-REAPRESENTADOS  TO RM-TRL-QTD
                       MOVE WS-TOTAL-REAPRESENTADO TO RM-TRL-TOTAL
                       WRITE REG-REAPRESENTACAO FROM RM-TRAILER

                       CLOSE REAPRESENTACAO
                       CLOSE FUNC-MASTER

                       PERFORM CONFIRMAR-SEQUENCIA-REMESSA

                       DISPLAY "REAPRESENTACAO GERADA EM "
                           WS-ARQ-REAPRESENTACAO
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-DETALHE-REAPRESENTACAO.
                  INTO WS-AUD-PARAMETROS.
           MOVE "RETORNO PROCESSADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS  TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-CONCILIACAO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    A SEQUENCIA DO HEADER VEM DO TIPO REMESSA DO TP05-NUMERADOR,
      *    COMUM A REMESSA E A REAPRESENTACAO. SEM NUMERO O ARQUIVO
      *    NAO E GERADO.
      *--------------------------------------------------------------*
       OBTER-SEQUENCIA-REMESSA.

           MOVE ZEROS          TO WS-SEQUENCIA-REMESSA.
           MOVE "E"            TO NUM-OPERACAO.
           MOVE "REMESSA"      TO NUM-TIPO.
           MOVE "TP08-RETORNO" TO NUM-PROGRAMA.
           MOVE 1              TO NUM-QUANTIDADE.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           IF NUM-TIPO-INEXISTENTE
               MOVE "I"                     TO NUM-OPERACAO
               MOVE "REMESSAS DE PAGAMENTO" TO NUM-DESCRICAO
               MOVE 1                       TO NUM-FAIXA-INICIO
               MOVE 999999                  TO NUM-FAIXA-FIM
               MOVE ZEROS                   TO NUM-ULTIMO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               MOVE "E" TO NUM-OPERACAO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
           END-IF.

           IF NUM-OK
               MOVE NUM-NUMERO-INICIO TO WS-SEQUENCIA-REMESSA
           END-IF.
      *--------------------------------------------------------------*
       CONFIRMAR-SEQUENCIA-REMESSA.

           MOVE "U"                  TO NUM-OPERACAO.
           MOVE WS-SEQUENCIA-REMESSA TO NUM-NUMERO-INICIO
                                        NUM-NUMERO-FIM.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-RETOR"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-RETOR"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

