      *    DEPOSITADO E APLICA A COTA PATRONAL DE INSS MANTIDA EM
      *    faixas.txt COMO LINHA DE TIPO "PATR" (MESMO LAYOUT DAS
      *    DEMAIS FAIXAS, SEM PERCENTUAL FIXO NO PROGRAMA). EMITE UM
      *    RESUMO PRONTO PARA PREENCHER AS GUIAS, COM VENCIMENTOS. O
      *    SALARIO-FAMILIA PAGO NA FOLHA E DEDUZIDO DO TOTAL DA GPS.
      *    OS RPAS DE AUTONOMOS DA COMPETENCIA (rpas.dat) ENTRAM NA
      *    GPS COM O INSS RETIDO DO PRESTADOR E A COTA PATRONAL
      *    CALCULADA NA EMISSAO DO RPA.
      *    AS GUIAS SAO POR EMPRESA DO GRUPO (CNPJ): A MATRIZ GRAVA
      *    guias_recolhimento.txt E CADA FILIAL
      *    guias_recolhimento_NN.txt, E O CONTROLE DE PAGAMENTO
      *    REGISTRA A EMPRESA DE CADA GUIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY GUIA-CTRL-SELECT.

           COPY RPA-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.

       COPY GUIA-CTRL-FD.

       COPY RPA-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY FAIXAS-TABELA.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY RPA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-ARQ-FAIXAS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FAIXAS          PIC X(02)      VALUE SPACES.
           88 FLAG-FAIXAS-EOF                      VALUE "10".
       77 WS-ARQ-GUIAS              PIC X(60)      VALUE SPACES.
       77 WS-STATUS-GUIAS           PIC X(02)      VALUE SPACES.
       77 WS-NOME-GUIAS             PIC X(30)      VALUE SPACES.
           COPY GUIA-CTRL-STATUS.
       77 WS-GUIA-JA-REGISTRADA     PIC 9          VALUE ZEROS.
           88 FLAG-GUIA-JA-REGISTRADA              VALUE 1.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
               88 FLAG-COMP-MES-VALIDO             VALUE 1 THRU 12.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       77 WS-COMP-EMPRESA           PIC X(02)      VALUE SPACES.
       01 WS-VENCIMENTO.
           05 WS-VENC-MES           PIC 9(2)       VALUE ZEROS.
           05 WS-VENC-ANO           PIC 9(4)       VALUE ZEROS.
       77 TOTAL-INSS-PATRONAL       PIC 9(8)V9(2)  VALUE ZEROS.
       77 TOTAL-INSS-GERAL          PIC 9(8)V9(2)  VALUE ZEROS.
       77 TOTAL-FGTS                PIC 9(8)V9(2)  VALUE ZEROS.
       77 TOTAL-SAL-FAMILIA         PIC 9(8)V9(2)  VALUE ZEROS.
       77 TOTAL-INSS-AUTONOMOS      PIC 9(8)V9(2)  VALUE ZEROS.
       77 TOTAL-PATRONAL-AUTONOMOS  PIC 9(8)V9(2)  VALUE ZEROS.
       77 CONTADOR-RPA              PIC 9(5)       VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RESUMO DA GUIA ---------------------------------*
       01 GU-EMPRESA.
           "Competencia ano (AAAA):".
           10 SC-COMP-ANO           LINE + 0  COLUMN 40
           USING WS-COMP-ANO.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz):".
           10 SC-COMP-EMPRESA       LINE + 0  COLUMN 40
           USING WS-COMP-EMPRESA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.

           IF FLAG-GUIA-JA-REGISTRADA
               DISPLAY "ATENCAO: JA HA GUIA REGISTRADA PARA "
                   WS-COMP-MES "/" WS-COMP-ANO " EMPRESA "
                   WS-COMP-EMPRESA " NO CONTROLE DE PAGAMENTO"
               DISPLAY "CONFIRA EM TP08-CTRL-GUIAS ANTES DE RECOLHER"
           END-IF.

           PERFORM CARREGAR-FAIXAS.
           PERFORM BUSCAR-PERCENTUAL-PATRONAL.
           PERFORM TOTALIZAR-FOLHA.
           PERFORM TOTALIZAR-RPAS.
           PERFORM CALCULAR-ENCARGOS.
           PERFORM GRAVAR-GUIAS.

           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-COMP-EMPRESA.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               AT 1110 FOREGROUND-COLOR 6
               GO TO ENTRADA-COMPETENCIA
           END-IF.

           IF WS-COMP-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-COMP-EMPRESA
           END-IF.

           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY "Empresa nao cadastrada - informe novamente"
               AT 1110 FOREGROUND-COLOR 6
               MOVE SPACES TO WS-COMP-EMPRESA
               GO TO ENTRADA-COMPETENCIA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-FAIXAS.

           READ FOLHA.

           IF NOT FLAG-FOLHA-EOF
               IF FH-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FH-EMPRESA
               END-IF

      *    A PLR NAO TEM INSS NEM FGTS E NAO ENTRA NA BASE PATRONAL.
               IF FH-COMP-MES = WS-COMP-MES
               AND FH-COMP-ANO = WS-COMP-ANO
               AND FH-EMPRESA = WS-COMP-EMPRESA
               AND NOT FLAG-FH-PLR
                   ADD 1 TO CONTADOR
                   ADD FH-SALARIO-BRUTO TO TOTAL-BRUTO
                   ADD FH-DESCONTO-INSS TO TOTAL-INSS-EMPREGADO
                   ADD FH-FGTS          TO TOTAL-FGTS

      *    REGISTRO ANTIGO, SEM O CAMPO, CHEGA EM BRANCO: VALE ZERO.
                   IF FH-SALARIO-FAMILIA NUMERIC
                       ADD FH-SALARIO-FAMILIA TO TOTAL-SAL-FAMILIA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    SEM rpas.dat A EMPRESA NAO TEM AUTONOMOS: NADA A SOMAR.
      *--------------------------------------------------------------*
       TOTALIZAR-RPAS.

           MOVE SPACES TO WS-STATUS-RPAS.

           PERFORM OBTER-CAMINHO-RPAS.

           OPEN INPUT RPAS.

           IF FLAG-RPAS-SUCESSO
               PERFORM SOMAR-LINHA-RPA WITH TEST BEFORE
               UNTIL FLAG-RPAS-EOF
               CLOSE RPAS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RPAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rpas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RPAS==
                ==:DDVAR:==  BY =="DD_RPAS"==.
      *--------------------------------------------------------------*
       SOMAR-LINHA-RPA.

           READ RPAS.

           IF NOT FLAG-RPAS-EOF
               IF RP-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO RP-EMPRESA
               END-IF

               IF RP-COMP-MES = WS-COMP-MES
               AND RP-COMP-ANO = WS-COMP-ANO
               AND RP-EMPRESA = WS-COMP-EMPRESA
                   ADD 1 TO CONTADOR-RPA
                   ADD RP-INSS          TO TOTAL-INSS-AUTONOMOS
                   ADD RP-INSS-PATRONAL TO TOTAL-PATRONAL-AUTONOMOS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
               TOTAL-BRUTO * WS-PERC-PATRONAL.

           COMPUTE TOTAL-INSS-GERAL =
               TOTAL-INSS-EMPREGADO + TOTAL-INSS-PATRONAL
             + TOTAL-INSS-AUTONOMOS + TOTAL-PATRONAL-AUTONOMOS.

      *    O SALARIO-FAMILIA PAGO AOS EMPREGADOS E COMPENSADO NA
      *    PROPRIA GPS, SEM DEIXAR A GUIA NEGATIVA.
           IF TOTAL-SAL-FAMILIA > TOTAL-INSS-GERAL
               MOVE TOTAL-INSS-GERAL TO TOTAL-SAL-FAMILIA
           END-IF.

           SUBTRACT TOTAL-SAL-FAMILIA FROM TOTAL-INSS-GERAL.

      *    VENCIMENTOS NO MES SEGUINTE AO DA COMPETENCIA: GPS ATE O
      *    DIA 20 E FGTS ATE O DIA 07.

           OPEN OUTPUT GUIAS.

           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO GU-EMP-RAZAO.
           MOVE WS-EMP-CNPJ  TO GU-EMP-CNPJ.
           MOVE TOTAL-INSS-PATRONAL           TO GU-VALOR.
           WRITE REG-GUIA FROM GU-LINHA-VALOR.

           MOVE "INSS RETIDO DE AUTONOMOS"    TO GU-DESCRICAO.
           MOVE TOTAL-INSS-AUTONOMOS          TO GU-VALOR.
           WRITE REG-GUIA FROM GU-LINHA-VALOR.

           MOVE "INSS PATRONAL S/ AUTONOMOS"  TO GU-DESCRICAO.
           MOVE TOTAL-PATRONAL-AUTONOMOS      TO GU-VALOR.
           WRITE REG-GUIA FROM GU-LINHA-VALOR.

           MOVE "(-) SALARIO-FAMILIA"         TO GU-DESCRICAO.
           MOVE TOTAL-SAL-FAMILIA             TO GU-VALOR.
           WRITE REG-GUIA FROM GU-LINHA-VALOR.

           MOVE "GPS - INSS TOTAL A RECOLHER" TO GU-DESCRICAO.
           MOVE TOTAL-INSS-GERAL              TO GU-VALOR.
           WRITE REG-GUIA FROM GU-LINHA-VALOR.
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-COMP-EMPRESA DELIMITED BY SIZE
                  " FUNC=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  " RPA=" DELIMITED BY SIZE
                  CONTADOR-RPA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "GUIAS GERADAS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-GUIAS      TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-GUIAS.

           MOVE SPACES TO WS-NOME-GUIAS.

           IF WS-COMP-EMPRESA = CONST-EMPRESA-MATRIZ
               MOVE "guias_recolhimento.txt" TO WS-NOME-GUIAS
           ELSE
               STRING "guias_recolhimento_" DELIMITED BY SIZE
                      WS-COMP-EMPRESA       DELIMITED BY SIZE
                      ".txt"                DELIMITED BY SIZE
                      INTO WS-NOME-GUIAS
           END-IF.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY ==WS-NOME-GUIAS==
                ==:DESTINO:== BY ==WS-ARQ-GUIAS==
                ==:DDVAR:==  BY =="DD_GUIAS"==.
      *--------------------------------------------------------------*
           READ GUIAS-CTRL.

           IF NOT FLAG-GUIAS-CTRL-EOF
               IF GC-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO GC-EMPRESA
               END-IF

               IF GC-COMP-MES = WS-COMP-MES
               AND GC-COMP-ANO = WS-COMP-ANO
               AND GC-EMPRESA = WS-COMP-EMPRESA
                   MOVE 1 TO WS-GUIA-JA-REGISTRADA
               END-IF
           END-IF.
           MOVE WS-VENC-GPS       TO GC-VENCIMENTO.
           MOVE "A"               TO GC-SITUACAO.
           MOVE ZEROS             TO GC-DATA-PGTO.
           MOVE WS-COMP-EMPRESA   TO GC-EMPRESA.
           WRITE REG-GUIA-CTRL.

           MOVE SPACES TO REG-GUIA-CTRL.
           MOVE WS-VENC-FGTS      TO GC-VENCIMENTO.
           MOVE "A"               TO GC-SITUACAO.
           MOVE ZEROS             TO GC-DATA-PGTO.
           MOVE WS-COMP-EMPRESA   TO GC-EMPRESA.
           WRITE REG-GUIA-CTRL.

           CLOSE GUIAS-CTRL.
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-GUIAS"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-GUIAS"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

