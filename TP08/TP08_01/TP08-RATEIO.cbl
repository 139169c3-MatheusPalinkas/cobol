           SELECT RELAT-RATEIO ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY MOVIMENTACAO-SELECT.

           COPY CUSTO-SETOR-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 REC-RELAT-RATEIO PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY MOVIMENTACAO-FD.

       COPY CUSTO-SETOR-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY FAIXAS-TABELA.
           COPY FOLHA-STATUS.
           COPY FUNC-MASTER-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY MOVIMENTACAO-STATUS.
           COPY SEGMENTOS-MES.
           COPY CUSTO-SETOR-STATUS.
      *    HISTORICO DE CUSTO DAS OUTRAS COMPETENCIAS, REGRAVADO COM
      *    A COMPETENCIA APURADA NO FIM.
       77 CONST-LIMITE-CUSTOS       PIC 9(4)       VALUE 3000.
       77 WS-TOTAL-CUSTOS           PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-CUSTO              PIC 9(4)       VALUE ZEROS.
       01 TB-CUSTOS-SETOR.
           02 CUSTO-SETOR-ITEM OCCURS 3000 TIMES.
               10 TB-CS-REGISTRO    PIC X(47)      VALUE SPACES.
       77 WS-ARQ-FAIXAS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FAIXAS          PIC X(02)      VALUE SPACES.
           88 FLAG-FAIXAS-SUCESSO                  VALUE "00".
       77 WS-PERC-PATRONAL          PIC 9V9(3)     VALUE ZEROS.
       77 WS-SETOR-FUNC             PIC X(2)       VALUE SPACES.
       77 WS-ENCARGOS-LINHA         PIC 9(7)V9(2)  VALUE ZEROS.
      *    PARTE DA LINHA QUE CABE A CADA SETOR QUANDO HOUVE
      *    TRANSFERENCIA NA COMPETENCIA (O ULTIMO SETOR FICA COM O
      *    RESTO DO ARREDONDAMENTO).
       77 WS-BRUTO-PARTE            PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-ENCARGOS-PARTE         PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-LIQUIDO-PARTE          PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-BRUTO-RATEADO          PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-ENCARGOS-RATEADO       PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-LIQUIDO-RATEADO        PIC 9(7)V9(2)  VALUE ZEROS.
      *---- ACUMULADORES POR SETOR -----------------------------------*
       77 CONST-LIMITE-SETORES      PIC 9(2)       VALUE 30.
       77 WS-TOTAL-SETORES          PIC 9(2)       VALUE ZEROS.

           PERFORM IMPRIMIR-RELATORIO.
           PERFORM GRAVAR-EXPORTACAO.
           PERFORM GRAVAR-HISTORICO-CUSTO.
           PERFORM FECHAR-ARQUIVOS.

           STOP RUN.
           IF NOT FLAG-FOLHA-EOF
               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
      *    ENCARGOS DA LINHA: COTA PATRONAL SOBRE O BRUTO MAIS O
      *    FGTS JA CALCULADO NA FOLHA. A PLR NAO TEM COTA PATRONAL.
                   IF FLAG-FH-PLR
                       MOVE ZEROS TO WS-ENCARGOS-LINHA
                   ELSE
                       COMPUTE WS-ENCARGOS-LINHA ROUNDED =
                           FH-SALARIO-BRUTO * WS-PERC-PATRONAL
                         + FH-FGTS
                   END-IF

                   PERFORM MONTAR-SETORES-LINHA

                   MOVE ZEROS TO WS-BRUTO-RATEADO WS-ENCARGOS-RATEADO
                                 WS-LIQUIDO-RATEADO

                   PERFORM RATEAR-SEGMENTO-LINHA
                   VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-TOTAL-SEGMENTOS

                   ADD 1 TO CONTADOR
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    SETORES POR ONDE O FUNCIONARIO PASSOU NA COMPETENCIA (VER
      *    MONTAR-SEGMENTOS-MES.cpy). SO A FOLHA MENSAL E A
      *    SUPLEMENTAR SE DIVIDEM PELOS DIAS; 13o E PLR FICAM NO
      *    SETOR ATUAL. SEM CADASTRO NO MESTRE, O SETOR E "??".
      *--------------------------------------------------------------*
       MONTAR-SETORES-LINHA.

           MOVE FH-PRONTUARIO TO FM-PRONTUARIO.
           READ FUNC-MASTER.

           IF FLAG-FUNC-MASTER-SUCESSO
           AND (FLAG-FH-NORMAL OR FLAG-FH-SUPLEMENTAR)
               MOVE FM-PRONTUARIO        TO WS-SEG-PRONTUARIO
               MOVE WS-COMP-ANO          TO WS-SEG-COMP-ANO
               MOVE WS-COMP-MES          TO WS-SEG-COMP-MES
               MOVE FM-CARGO             TO WS-SEG-CARGO-ATUAL
               MOVE FM-SETOR             TO WS-SEG-SETOR-ATUAL
               MOVE FM-HORA-TRABALHADA   TO WS-SEG-HORA-ATUAL

               PERFORM MONTAR-SEGMENTOS-MES
           ELSE
               INITIALIZE TB-SEGMENTOS
               MOVE 1  TO WS-TOTAL-SEGMENTOS
               MOVE 1  TO SG-DIA-INICIO(1)
               MOVE 30 TO SG-DIAS(1)
               MOVE "??" TO SG-SETOR(1)

               IF FLAG-FUNC-MASTER-SUCESSO
                   MOVE FM-SETOR TO SG-SETOR(1)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       RATEAR-SEGMENTO-LINHA.

           MOVE SG-SETOR(WS-IDX-SEG) TO WS-SETOR-FUNC.

           IF WS-SETOR-FUNC = SPACES
               MOVE "??" TO WS-SETOR-FUNC
           END-IF.

           IF WS-IDX-SEG = WS-TOTAL-SEGMENTOS
               COMPUTE WS-BRUTO-PARTE =
                   FH-SALARIO-BRUTO - WS-BRUTO-RATEADO
               COMPUTE WS-ENCARGOS-PARTE =
                   WS-ENCARGOS-LINHA - WS-ENCARGOS-RATEADO
               COMPUTE WS-LIQUIDO-PARTE =
                   FH-SALARIO-LIQUIDO - WS-LIQUIDO-RATEADO
           ELSE
               COMPUTE WS-BRUTO-PARTE ROUNDED =
                   FH-SALARIO-BRUTO * SG-DIAS(WS-IDX-SEG) / 30
               COMPUTE WS-ENCARGOS-PARTE ROUNDED =
                   WS-ENCARGOS-LINHA * SG-DIAS(WS-IDX-SEG) / 30
               COMPUTE WS-LIQUIDO-PARTE ROUNDED =
                   FH-SALARIO-LIQUIDO * SG-DIAS(WS-IDX-SEG) / 30
           END-IF.

           ADD WS-BRUTO-PARTE    TO WS-BRUTO-RATEADO.
           ADD WS-ENCARGOS-PARTE TO WS-ENCARGOS-RATEADO.
           ADD WS-LIQUIDO-PARTE  TO WS-LIQUIDO-RATEADO.

           PERFORM LOCALIZAR-SETOR-TABELA.

           IF NOT FLAG-SETOR-NA-TABELA
               PERFORM INCLUIR-SETOR-TABELA
           END-IF.

           IF FLAG-SETOR-NA-TABELA
      *    PROMOCAO SEM TRANSFERENCIA NAO CONTA O FUNCIONARIO DUAS
      *    VEZES NO MESMO SETOR.
               IF WS-IDX-SEG = 1
                   ADD 1 TO TB-ST-FUNC(WS-POS-SETOR)
               ELSE
                   IF SG-SETOR(WS-IDX-SEG) NOT =
                      SG-SETOR(WS-IDX-SEG - 1)
                       ADD 1 TO TB-ST-FUNC(WS-POS-SETOR)
                   END-IF
               END-IF

               ADD WS-BRUTO-PARTE    TO TB-ST-BRUTO(WS-POS-SETOR)
               ADD WS-ENCARGOS-PARTE TO TB-ST-ENCARGOS(WS-POS-SETOR)
               ADD WS-LIQUIDO-PARTE  TO TB-ST-LIQUIDO(WS-POS-SETOR)

               ADD WS-BRUTO-PARTE    TO TOTAL-BRUTO
               ADD WS-ENCARGOS-PARTE TO TOTAL-ENCARGOS
               ADD WS-LIQUIDO-PARTE  TO TOTAL-LIQUIDO
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MOVIMENTACOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="movimentacoes_funcionais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MOVIMENTACOES==
                ==:DDVAR:==  BY =="DD_MOVIMENTACOES"==.
      *--------------------------------------------------------------*
       MONTAR-SEGMENTOS-MES.
           COPY MONTAR-SEGMENTOS-MES.
      *--------------------------------------------------------------*
       LOCALIZAR-SETOR-TABELA.
           MOVE ZEROS TO WS-POS-SETOR.
           MOVE TB-ST-LIQUIDO(WS-IDX)  TO RX-LIQUIDO.

           WRITE REG-RATEIO-EXPORT.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CUSTOS-SETOR.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="custo_setores.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CUSTOS-SETOR==
                ==:DDVAR:==  BY =="DD_CUSTOS-SETOR"==.
      *--------------------------------------------------------------*
      *    A EXPORTACAO SO GUARDA A ULTIMA APURACAO; O HISTORICO
      *    MANTEM UMA LINHA POR SETOR E COMPETENCIA (A COMPETENCIA
      *    REAPURADA SUBSTITUI A ANTERIOR).
      *--------------------------------------------------------------*
       GRAVAR-HISTORICO-CUSTO.
           MOVE ZEROS  TO WS-TOTAL-CUSTOS.
           MOVE SPACES TO WS-STATUS-CUSTOS-SETOR.

           PERFORM OBTER-CAMINHO-CUSTOS-SETOR.

           OPEN INPUT CUSTOS-SETOR.

           IF FLAG-CUSTOS-SETOR-SUCESSO
               PERFORM CARREGAR-LINHA-CUSTO WITH TEST BEFORE
               UNTIL FLAG-CUSTOS-SETOR-EOF
               CLOSE CUSTOS-SETOR
           END-IF.

           OPEN OUTPUT CUSTOS-SETOR.

           PERFORM VARYING WS-IDX-CUSTO FROM 1 BY 1
           UNTIL WS-IDX-CUSTO > WS-TOTAL-CUSTOS
               MOVE TB-CS-REGISTRO(WS-IDX-CUSTO) TO REG-CUSTO-SETOR
               WRITE REG-CUSTO-SETOR
           END-PERFORM.

           PERFORM GRAVAR-LINHA-CUSTO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-SETORES.

           CLOSE CUSTOS-SETOR.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CUSTO.

           READ CUSTOS-SETOR.

           IF NOT FLAG-CUSTOS-SETOR-EOF
               IF CS-COMP-MES = WS-COMP-MES
               AND CS-COMP-ANO = WS-COMP-ANO
                   CONTINUE
               ELSE
                   IF WS-TOTAL-CUSTOS >= CONST-LIMITE-CUSTOS
                       DISPLAY "HISTORICO DE CUSTO POR SETOR CHEIO"
                       CLOSE CUSTOS-SETOR
                       STOP RUN
                   END-IF

                   ADD 1 TO WS-TOTAL-CUSTOS
                   MOVE REG-CUSTO-SETOR
                       TO TB-CS-REGISTRO(WS-TOTAL-CUSTOS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-CUSTO.

           MOVE SPACES TO REG-CUSTO-SETOR.

           MOVE TB-ST-SETOR(WS-IDX)    TO CS-SETOR.
           MOVE WS-COMP-ANO            TO CS-COMP-ANO.
           MOVE WS-COMP-MES            TO CS-COMP-MES.
           MOVE TB-ST-FUNC(WS-IDX)     TO CS-FUNC.
           MOVE TB-ST-BRUTO(WS-IDX)    TO CS-BRUTO.
           MOVE TB-ST-ENCARGOS(WS-IDX) TO CS-ENCARGOS.
           MOVE TB-ST-LIQUIDO(WS-IDX)  TO CS-LIQUIDO.

           WRITE REG-CUSTO-SETOR.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE RELAT-RATEIO.
                  INTO WS-AUD-PARAMETROS.
           MOVE "RATEIO GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-RATEI"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-RATEI"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
