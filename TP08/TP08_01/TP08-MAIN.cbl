
           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.

           COPY OPERADOR-SELECT.

           COPY PENDENCIA-SELECT.

           COPY VALE-TRANSP-SELECT.

           COPY SAL-FAMILIA-SELECT.

           COPY PLANO-SAUDE-SELECT.

           COPY ADESAO-PLANO-SELECT.

           COPY COPART-SELECT.

           COPY SINDICATO-SELECT.

           COPY SINDICATO-CARGO-SELECT.

           COPY SINDICATO-OPCAO-SELECT.

           COPY HE-PENDENTE-SELECT.

           COPY MOVIMENTACAO-SELECT.

      *    DESLIGAMENTOS GRAVADOS POR TP08-RESCISAO, CONSULTADOS PARA
      *    PROPORCIONALIZAR O SALARIO-FAMILIA NO MES DA RESCISAO.
           SELECT RESCISOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESCISOES.

      *    SEGUNDA VISAO DA FOLHA REAL, USADA NO MODO SIMULACAO PARA
      *    COMPARAR O LIQUIDO SIMULADO COM O DA ULTIMA FOLHA GRAVADA.
           SELECT FOLHA-REAL ASSIGN TO DISK

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.

       COPY OPERADOR-FD.

       COPY PENDENCIA-FD.

       COPY VALE-TRANSP-FD.

       COPY SAL-FAMILIA-FD.

       COPY PLANO-SAUDE-FD.

       COPY ADESAO-PLANO-FD.

       COPY COPART-FD.

       COPY SINDICATO-FD.

       COPY SINDICATO-CARGO-FD.

       COPY SINDICATO-OPCAO-FD.

       COPY HE-PENDENTE-FD.

       COPY MOVIMENTACAO-FD.

      *    REGISTRO DE DESLIGAMENTOS (rescisoes.dat): UMA LINHA POR
      *    RESCISAO CALCULADA, COM DATA E TIPO (VER TP08-RESCISAO).
       FD  RESCISOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RESCISAO.

       01  REG-RESCISAO.
           05 RS-PRONTUARIO         PIC X(8)       VALUE SPACES.
           05 FILLER                PIC X          VALUE SPACES.
           05 RS-DATA-DEMISSAO      PIC 9(8)       VALUE ZEROS.
           05 FILLER                PIC X          VALUE SPACES.
           05 RS-TIPO               PIC 9          VALUE ZEROS.

       FD FOLHA-REAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FOLHA-REAL.
       01 REG-CHECKPOINT.
           05 CK-CONTADOR           PIC 9(5)       VALUE ZEROS.
           05 CK-PRONTUARIO         PIC X(8)       VALUE SPACES.
           05 CK-EMPRESA            PIC X(02)      VALUE SPACES.

       FD HOLERITE
           LABEL RECORD OMITTED
       01 WS-AFAST-FIM-CLIP.
           05 WS-CLIP-FIM-ANOMES        PIC 9(6)       VALUE ZEROS.
           05 WS-CLIP-FIM-DIA           PIC 9(2)       VALUE ZEROS.
      *---- VALE-TRANSPORTE -------------------------------------------*
      *    A PARTE DO FUNCIONARIO E O CUSTO DOS TRAJETOS ATIVOS DO
      *    CADASTRO (vale_transporte.dat), LIMITADA A 6% DO SALARIO
      *    BASE (HORAS NORMAIS, SEM EXTRAS E ADICIONAIS); OS DOIS SAO
      *    REDUZIDOS PELOS DIAS DE AFASTAMENTO, EM QUE NAO HA
      *    DESLOCAMENTO, E O DESCONTO NAO DEIXA O LIQUIDO NEGATIVO.
       77 WS-VALOR-VALE-TRANSP          PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-CUSTO-VALE-TRANSP          PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-TETO-VALE-TRANSP           PIC 9(5)V9(2)  VALUE ZEROS.
       77 CONST-PERC-VALE-TRANSP        PIC 9V9(2)     VALUE 0,06.
           COPY VALE-TRANSP-STATUS.
      *---- SALARIO-FAMILIA -------------------------------------------*
      *    UMA COTA POR DEPENDENTE MENOR DE 14 ANOS NO PRIMEIRO DIA DA
      *    COMPETENCIA, QUANDO O BRUTO NAO PASSA DO TETO DA VIGENCIA
      *    (salario_familia.dat). NO MES DE ADMISSAO OU DE RESCISAO A
      *    COTA E PROPORCIONAL AOS DIAS TRABALHADOS (CONVENCAO DE 30
      *    DIAS). O VALOR E PAGO NO LIQUIDO, SEM INCIDENCIA, E A
      *    EMPRESA O DEDUZ DA GPS (TP08-GUIAS).
       77 WS-VALOR-SAL-FAMILIA          PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-QTD-FILHOS-SAL-FAMILIA     PIC 9(2)       VALUE ZEROS.
       77 WS-CORTE-SAL-FAMILIA          PIC 9(8)       VALUE ZEROS.
       77 CONST-IDADE-SAL-FAMILIA       PIC 9(8)       VALUE 140000.
       77 WS-SF-VIGENCIA-ATUAL          PIC 9(8)       VALUE ZEROS.
       77 WS-SF-TETO-ATUAL              PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-SF-COTA-ATUAL              PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-SF-DIA-INICIO              PIC 9(2)       VALUE ZEROS.
       77 WS-SF-DIA-FIM                 PIC 9(2)       VALUE ZEROS.
       77 WS-SF-DIAS                    PIC 9(2)       VALUE ZEROS.
       01 WS-SF-DATA-AUX.
           05 WS-SF-AUX-ANOMES          PIC 9(6)       VALUE ZEROS.
           05 WS-SF-AUX-DIA             PIC 9(2)       VALUE ZEROS.
           COPY SAL-FAMILIA-STATUS.
       77 WS-ARQ-RESCISOES              PIC X(60)      VALUE SPACES.
       77 WS-STATUS-RESCISOES           PIC X(02)      VALUE SPACES.
           88 FLAG-RESCISOES-SUCESSO                   VALUE "00".
           88 FLAG-RESCISOES-EOF                       VALUE "10".
      *---- PLANO DE SAUDE --------------------------------------------*
      *    PARTE DO FUNCIONARIO NAS MENSALIDADES DAS VIDAS INSCRITAS
      *    (TITULAR E DEPENDENTES, adesoes_plano.dat) VIGENTES NA
      *    COMPETENCIA, PELO PERCENTUAL DO PLANO (planos_saude.dat),
      *    MAIS A COPARTICIPACAO IMPORTADA PARA A COMPETENCIA
      *    (coparticipacao.dat). O DESCONTO NAO DEIXA O LIQUIDO
      *    NEGATIVO.
       77 WS-VALOR-PLANO-SAUDE          PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-MENSAL-PLANO-SAUDE         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-COPART-PLANO-SAUDE         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-PS-MENSALIDADE             PIC 9(5)V9(2)  VALUE ZEROS.
           COPY PLANO-SAUDE-STATUS.
           COPY ADESAO-PLANO-STATUS.
           COPY COPART-STATUS.
      *---- DESCONTO SINDICAL -----------------------------------------*
      *    SINDICATO DO CARGO DO MESTRE (sindicato_cargos.dat): O
      *    ASSOCIADO PAGA A MENSALIDADE E QUEM AUTORIZOU PAGA A
      *    CONTRIBUICAO ANUAL NO MES DA CONVENCAO, PELA ULTIMA OPCAO
      *    EFETIVA NA COMPETENCIA (sindicato_opcoes.dat). SO NA FOLHA
      *    NORMAL DO LOTE; O DESCONTO NAO DEIXA O LIQUIDO NEGATIVO.
       77 WS-VALOR-SINDICAL             PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-SIND-MENSAL                PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-SIND-CONTRIB               PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-SIND-CODIGO                PIC X(4)       VALUE SPACES.
       77 WS-SIND-ASSOCIADO             PIC X          VALUE "N".
           88 FLAG-SIND-ASSOCIADO                      VALUE "S".
       77 WS-SIND-AUTORIZA              PIC X          VALUE "N".
           88 FLAG-SIND-AUTORIZA                       VALUE "S".
       77 WS-SIND-DATA-OPCAO            PIC 9(8)       VALUE ZEROS.
           COPY SINDICATO-STATUS.
           COPY SINDICATO-CARGO-STATUS.
           COPY SINDICATO-OPCAO-STATUS.
      *    HORAS EXTRAS RETIDAS SEM DECISAO NA COMPETENCIA DO LOTE.
           COPY HE-PENDENTE-STATUS.
       77 WS-QTD-HE-PENDENTES           PIC 9(4)       VALUE ZEROS.
      *    PROMOCAO / TRANSFERENCIA / ALTERACAO SALARIAL NO MEIO DA
      *    COMPETENCIA: SALARIO E ADICIONAIS PROPORCIONAIS AOS DIAS EM
      *    CADA SITUACAO.
           COPY MOVIMENTACAO-STATUS.
           COPY SEGMENTOS-MES.
      *---- MODO SIMULACAO ---------------------------------------------*
       77 WS-MODO-SIMULACAO             PIC 9          VALUE ZEROS.
           88 FLAG-SIMULACAO-VALIDA                    VALUE 0 THRU 1.
           05 WS-COMP-ANO               PIC 9(4)       VALUE ZEROS.
       77 WS-COMP-SITUACAO              PIC X          VALUE SPACES.
           88 FLAG-COMP-LIVRE                          VALUE " " "R".
      *    EMPRESA DO GRUPO DA EXECUCAO (VER EMPRESA-FD.cpy): O LOTE SO
      *    CALCULA OS FUNCIONARIOS DO MESTRE REGISTRADOS NELA, E O
      *    FECHAMENTO DA COMPETENCIA E POR EMPRESA.
       77 WS-COMP-EMPRESA               PIC X(02)      VALUE SPACES.
       01 WS-COMPETENCIA-REF.
           05 WS-COMP-DATA-REF          PIC 9(8)       VALUE ZEROS.
      *---- FILE ------------------------------------------------------*
           COPY FOLHA-STATUS.
           COPY COMPETENCIA-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY EMPRESA-STATUS.
           COPY OPERADOR-STATUS.
           COPY ADIANT-STATUS.
       77 CONST-PERC-INSALUBRIDADE      PIC 9V9(2)     VALUE 0,20.
       77 CONST-PERC-PERICULOSIDADE     PIC 9V9(2)     VALUE 0,30.
       77 WS-TIPO-ADICIONAL-CARGO       PIC X          VALUE SPACES.
       77 WS-CARGO-BUSCA                PIC X(20)      VALUE SPACES.
       77 WS-HORAS-NOT-CALC             PIC 9(3)       VALUE ZEROS.
       77 WS-HORAS-RISCO-CALC           PIC 9(3)       VALUE ZEROS.
       77 WS-ADIC-NOTURNO               PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-CONTADOR-PROCESSADOS       PIC 9(5)       VALUE ZEROS.
       77 WS-CONTADOR-LOTE-INICIAL      PIC 9(5)       VALUE ZEROS.
       77 WS-CONTADOR-LOTE-ATUAL        PIC 9(5)       VALUE ZEROS.
       77 WS-CHECKPOINT-EMPRESA         PIC X(02)      VALUE SPACES.
       77 WS-CONTADOR-OUTRA-EMPRESA     PIC 9(5)       VALUE ZEROS.
      *---- MODO DE EXECUCAO -------------------------------------------*
       77 WS-MODO-EXECUCAO              PIC 9          VALUE ZERO.
           88 FLAG-MODO-VALIDO                         VALUE 0 THRU 1.

               10   LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
               "Ano (AAAA):".

               10   LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
               "Empresa (branco = matriz):".
           05 SC-ACCEPTS-COMPETENCIA.
               10 SC-COMP-MES LINE 07 COLUMN 42
               USING WS-COMP-MES.

               10 SC-COMP-ANO LINE 09 COLUMN 41
               USING WS-COMP-ANO.

               10 SC-COMP-EMPRESA LINE 11 COLUMN 56
               USING WS-COMP-EMPRESA.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           PERFORM OBTER-CAMINHO-CHECKPOINT.
           PERFORM LER-CHECKPOINT.

           PERFORM ENTRADA-COMPETENCIA.
           PERFORM ENTRADA-TIPO-FOLHA.
           PERFORM ENTRADA-MODO-SIMULACAO.
      *    LIQUIDO DEPOIS DO CALCULO.
           PERFORM APLICAR-RUBRICAS-LIQUIDO.

      *    PARTE DO FUNCIONARIO NO VALE-TRANSPORTE, COM O TETO DE 6%
      *    DO SALARIO BASE, EM LINHA PROPRIA DO HOLERITE. A
      *    SUPLEMENTAR NAO REPETE O DESCONTO JA FEITO NA FOLHA NORMAL.
           IF NOT FLAG-FOLHA-SUPLEMENTAR
               PERFORM CALCULAR-VALE-TRANSPORTE
           ELSE
               MOVE ZEROS TO WS-VALOR-VALE-TRANSP
           END-IF.

           IF WS-VALOR-VALE-TRANSP > ZEROS
               SUBTRACT WS-VALOR-VALE-TRANSP FROM WS-SALARIO-LIQUIDO
           END-IF.

      *    SALARIO-FAMILIA DOS FILHOS MENORES DE 14 ANOS, PAGO NO
      *    LIQUIDO QUANDO O BRUTO NAO PASSA DO TETO DA VIGENCIA. A
      *    COTA DA COMPETENCIA JA FOI PAGA NA FOLHA NORMAL.
           IF NOT FLAG-FOLHA-SUPLEMENTAR
               PERFORM CALCULAR-SALARIO-FAMILIA
           ELSE
               MOVE ZEROS TO WS-VALOR-SAL-FAMILIA
           END-IF.

           IF WS-VALOR-SAL-FAMILIA > ZEROS
               ADD WS-VALOR-SAL-FAMILIA TO WS-SALARIO-LIQUIDO
           END-IF.

      *    PARTE DO FUNCIONARIO NO PLANO DE SAUDE E COPARTICIPACAO,
      *    DESCONTADAS UMA SO VEZ, NA FOLHA NORMAL.
           IF NOT FLAG-FOLHA-SUPLEMENTAR
               PERFORM CALCULAR-PLANO-SAUDE
           ELSE
               MOVE ZEROS TO WS-VALOR-PLANO-SAUDE
                             WS-MENSAL-PLANO-SAUDE
                             WS-COPART-PLANO-SAUDE
           END-IF.

           IF WS-VALOR-PLANO-SAUDE > ZEROS
               SUBTRACT WS-VALOR-PLANO-SAUDE FROM WS-SALARIO-LIQUIDO
           END-IF.

      *    MENSALIDADE E CONTRIBUICAO DO SINDICATO DO CARGO.
           PERFORM CALCULAR-SINDICATO.

           IF WS-VALOR-SINDICAL > ZEROS
               SUBTRACT WS-VALOR-SINDICAL FROM WS-SALARIO-LIQUIDO
           END-IF.

      *    CALCULO DO FGTS - SOBRE A BASE DE ENCARGOS, QUE MANTEM O
      *    ACRESCIMO NOS AFASTAMENTOS REMUNERADOS (DOENCA, ACIDENTE)
      *    E O SUSPENDE NOS DIAS SEM REMUNERACAO.
           COMPUTE FH-OUTRAS-VERBAS =
               WS-RUB-VERBAS-BRUTO + WS-RUB-VERBAS-LIQUIDO.
           MOVE WS-RUB-DESCONTO-APLICADO TO FH-OUTROS-DESCONTOS.
           MOVE WS-VALOR-VALE-TRANSP TO FH-VALE-TRANSPORTE.
           MOVE WS-VALOR-SAL-FAMILIA TO FH-SALARIO-FAMILIA.
           MOVE WS-VALOR-PLANO-SAUDE TO FH-PLANO-SAUDE.
           MOVE WS-SIND-CODIGO       TO FH-SINDICATO.
           MOVE WS-VALOR-SINDICAL    TO FH-DESC-SINDICAL.
           MOVE WS-COMP-EMPRESA      TO FH-EMPRESA.

           IF FLAG-FOLHA-SUPLEMENTAR
               MOVE "S"               TO FH-TIPO-FOLHA
           MOVE WS-VALOR-PARCELA-EMPREST TO HOL-EMPRESTIMO.
           MOVE WS-ADIC-NOTURNO       TO HOL-ADIC-NOTURNO.
           MOVE WS-ADIC-RISCO         TO HOL-ADIC-RISCO.
           MOVE WS-VALOR-VALE-TRANSP  TO HOL-VALE-TRANSPORTE.
           MOVE WS-VALOR-SAL-FAMILIA  TO HOL-SALARIO-FAMILIA.
           MOVE WS-VALOR-PLANO-SAUDE  TO HOL-PLANO-SAUDE.
           MOVE WS-VALOR-SINDICAL     TO HOL-SINDICAL.

           WRITE REC-HOLERITE FROM HOL-CABECALHO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-7
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-9
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-10
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-11
           BEFORE ADVANCING 2 LINES.

      *    UMA LINHA POR RUBRICA AVULSA LANCADA NA COMPETENCIA.

           IF FLAG-HOLERITE-INDIVIDUAL
               CLOSE HOLERITE
               MOVE SPACES TO WS-SPL-PARAMETROS
               STRING "PRONT=" DELIMITED BY SIZE
                      WS-PRONTUARIO DELIMITED BY SPACE
                      " COMP=" DELIMITED BY SIZE
                      WS-COMP-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-COMP-ANO DELIMITED BY SIZE
                      INTO WS-SPL-PARAMETROS
               MOVE WS-DESTINO-HOLERITE TO WS-SPL-ARQUIVO
               MOVE 20 TO WS-SPL-LINHAS-PAGINA
               PERFORM REGISTRAR-SPOOL
           END-IF.

      *--------------------------------------------------------------*
           IF NOT FLAG-HOLERITE-INDIVIDUAL
               CLOSE HOLERITE
           END-IF.

           IF NOT FLAG-HOLERITE-INDIVIDUAL
           AND WS-CONTADOR-PROCESSADOS > ZEROS
               MOVE SPACES TO WS-SPL-PARAMETROS
               STRING "LOTE COMP=" DELIMITED BY SIZE
                      WS-COMP-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-COMP-ANO DELIMITED BY SIZE
                      INTO WS-SPL-PARAMETROS
               MOVE WS-DESTINO-HOLERITE TO WS-SPL-ARQUIVO
               MOVE 20 TO WS-SPL-LINHAS-PAGINA
               PERFORM REGISTRAR-SPOOL
           END-IF.
       STOP RUN.
      *--------------------------------------------------------------*
       CALCULAR-SALARIO-BRUTO.
                 * CONST-PERC-ADIC-NOTURNO
           END-IF.

      *    CARGO TROCADO NO MES: CADA CARGO RESPONDE PELOS SEUS DIAS.
           IF FLAG-MODO-LOTE AND WS-TOTAL-SEGMENTOS > 1
               PERFORM CALCULAR-RISCO-SEGMENTOS
           END-IF.

           IF FLAG-MODO-LOTE AND WS-TOTAL-SEGMENTOS NOT > 1
               MOVE FM-CARGO TO WS-CARGO-BUSCA
               PERFORM BUSCAR-ADICIONAL-CARGO

               IF WS-TIPO-ADICIONAL-CARGO NOT = SPACES
           IF WS-ADIC-RISCO > ZEROS
               ADD WS-ADIC-RISCO TO WS-SALARIO-BRUTO
           END-IF.
      *--------------------------------------------------------------*
      *    AS HORAS EXPOSTAS SE DIVIDEM PELOS DIAS DE CADA SEGMENTO NO
      *    MES COMERCIAL, A BASE E O VALOR HORA DO PROPRIO SEGMENTO E
      *    O PERCENTUAL E O DO CARGO DO SEGMENTO.
      *--------------------------------------------------------------*
       CALCULAR-RISCO-SEGMENTOS.

           IF WS-HORAS-RISCO-CALC = ZEROS
               MOVE WS-QTD-HORAS TO WS-HORAS-RISCO-CALC
           END-IF.

           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
           UNTIL WS-IDX-SEG > WS-TOTAL-SEGMENTOS

               MOVE SG-CARGO(WS-IDX-SEG) TO WS-CARGO-BUSCA
               PERFORM BUSCAR-ADICIONAL-CARGO

               EVALUATE WS-TIPO-ADICIONAL-CARGO
                   WHEN SPACES
                       CONTINUE
                   WHEN "P"
                       COMPUTE WS-ADIC-RISCO ROUNDED = WS-ADIC-RISCO
                         + WS-HORAS-RISCO-CALC * SG-DIAS(WS-IDX-SEG)
                         / 30 * SG-HORA(WS-IDX-SEG)
                         * CONST-PERC-PERICULOSIDADE
                   WHEN OTHER
                       COMPUTE WS-ADIC-RISCO ROUNDED = WS-ADIC-RISCO
                         + WS-HORAS-RISCO-CALC * SG-DIAS(WS-IDX-SEG)
                         / 30 * SG-HORA(WS-IDX-SEG)
                         * CONST-PERC-INSALUBRIDADE
               END-EVALUATE
           END-PERFORM.
      *--------------------------------------------------------------*
       BUSCAR-ADICIONAL-CARGO.

           READ CARGOS-ADICIONAIS.

           IF NOT FLAG-CARGOS-ADIC-EOF
               IF CG-CARGO = WS-CARGO-BUSCA
                   MOVE CG-TIPO TO WS-TIPO-ADICIONAL-CARGO
               END-IF
           END-IF.
                   PERFORM GRAVAR-AUDITORIA
                   GO TO FINALIZAR-SEM-CHECKPOINT
               END-IF

      *    HORA EXTRA RETIDA E NAO DECIDIDA NAO ENTRA NESTE LOTE: O
      *    AVISO LEMBRA DE EMITIR O AGING EM TP08-HORA-EXTRA E DECIDIR
      *    ANTES DO FECHAMENTO (O APROVADO DEPOIS SO SAI EM
      *    SUPLEMENTAR).
               PERFORM VERIFICAR-HE-PENDENTES
           END-IF.

           PERFORM OBTER-CAMINHO-FUNCIONARIOS.
               GO TO FINALIZAR-SEM-CHECKPOINT
           END-IF.

      *    O CHECKPOINT PENDENTE DE OUTRA EMPRESA NAO SERVE PARA ESTE
      *    LOTE: A RETOMADA PULARIA LINHAS QUE ESTA EMPRESA NAO
      *    CALCULOU.
           IF WS-CONTADOR-LOTE-INICIAL > ZEROS
           AND NOT FLAG-MODO-SIMULACAO
           AND WS-CHECKPOINT-EMPRESA NOT = WS-COMP-EMPRESA
               DISPLAY "LOTE PENDENTE DA EMPRESA " WS-CHECKPOINT-EMPRESA
                   " - CONCLUA-O ANTES DE PROCESSAR OUTRA EMPRESA"
               CLOSE REJEITADOS
               CLOSE FUNC-MASTER
               CLOSE FUNCIONARIOS
               GO TO FINALIZAR-SEM-CHECKPOINT
           END-IF.

      *    RETOMA O LOTE PULANDO OS FUNCIONARIOS JA PROCESSADOS ANTES DA
      *    SESSAO SER INTERROMPIDA, CONFORME O CHECKPOINT LIDO EM INICIO.
      *    A CONTAGEM DE PROCESSADOS TAMBEM E RETOMADA DO CHECKPOINT, PARA

           PERFORM EXIBIR-RESUMO-REJEITADOS.

           IF WS-CONTADOR-OUTRA-EMPRESA > ZEROS
               DISPLAY "  LINHAS DE OUTRAS EMPRESAS (IGNORADAS): "
                   WS-CONTADOR-OUTRA-EMPRESA
           END-IF.

      *    FECHAMENTO: O LOTE CONCLUIDO MARCA A COMPETENCIA COMO
      *    PROCESSADA, IMPEDINDO UMA SEGUNDA EXECUCAO ACIDENTAL. A
      *    SIMULACAO NAO FECHA NADA: GERA O COMPARATIVO CONTRA A
                 BY =="funcionarios_master.dat"==
                ==:DESTINO:== BY ==WS-ARQ-FUNC-MASTER==
                ==:DDVAR:==  BY =="DD_FUNC-MASTER"==.
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
      *    O VALOR HORA DA COMPETENCIA E A MEDIA DOS VALORES HORA DE
      *    CADA SITUACAO FUNCIONAL DO MES, PONDERADA PELOS DIAS (O
      *    MESTRE JA TRAZ O VALOR NOVO). SEM MOVIMENTACAO, FICA O DO
      *    MESTRE.
      *--------------------------------------------------------------*
       APLICAR-MOVIMENTACOES-MES.

           MOVE FM-PRONTUARIO        TO WS-SEG-PRONTUARIO.
           MOVE WS-COMP-ANO          TO WS-SEG-COMP-ANO.
           MOVE WS-COMP-MES          TO WS-SEG-COMP-MES.
           MOVE FM-CARGO             TO WS-SEG-CARGO-ATUAL.
           MOVE FM-SETOR             TO WS-SEG-SETOR-ATUAL.
           MOVE FM-HORA-TRABALHADA   TO WS-SEG-HORA-ATUAL.

           PERFORM MONTAR-SEGMENTOS-MES.

           MOVE WS-SEG-HORA-MEDIA    TO WS-HORA-TRABALHADA.
      *--------------------------------------------------------------*
       PROCESSAR-LINHA-LOTE.

               MOVE FU-PRONTUARIO TO FM-PRONTUARIO
               READ FUNC-MASTER

               IF FLAG-FUNC-MASTER-SUCESSO
               AND FM-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FM-EMPRESA
               END-IF

               IF NOT FLAG-FUNC-MASTER-SUCESSO
                   MOVE "PRONTUARIO"   TO WS-REJ-CAMPO
                   MOVE "SEM CADASTRO NO MESTRE" TO WS-REJ-MOTIVO
                   PERFORM REGISTRAR-LINHA-REJEITADA
               ELSE
                   IF FLAG-FUNC-INATIVO
                   OR FM-EMPRESA NOT = WS-COMP-EMPRESA
      *    O MOVIMENTO PODE TRAZER FUNCIONARIOS DE TODO O GRUPO; QUEM
      *    E DE OUTRA EMPRESA NAO E ERRO, SO FICA PARA O LOTE DELA.
                       IF FLAG-FUNC-INATIVO
                           MOVE "PRONTUARIO" TO WS-REJ-CAMPO
                           MOVE "FUNCIONARIO INATIVO" TO WS-REJ-MOTIVO
                           PERFORM GRAVAR-REJEITADO
                           PERFORM REGISTRAR-LINHA-REJEITADA
                       ELSE
                           PERFORM REGISTRAR-LINHA-OUTRA-EMPRESA
                       END-IF
                   ELSE
                       MOVE FM-NOME              TO WS-PRIMEIRO-NOME
                       MOVE FM-PRONTUARIO        TO WS-PRONTUARIO
                       MOVE FM-HORA-TRABALHADA   TO WS-HORA-TRABALHADA
                       PERFORM APLICAR-MOVIMENTACOES-MES
                       MOVE FU-QTD-HORAS         TO WS-QTD-HORAS
                       MOVE FM-PENSAO-DEPENTENDE TO WS-PENSAO-DEPENTENDE
                       MOVE FM-QTD-DEPENTENDES   TO WS-QTD-DEPENTENDES
           ADD 1 TO WS-CONTADOR-REJEITADOS.
           ADD 1 TO WS-CONTADOR-PROCESSADOS.
           PERFORM GRAVAR-CHECKPOINT.
      *--------------------------------------------------------------*
       REGISTRAR-LINHA-OUTRA-EMPRESA.

           ADD 1 TO WS-CONTADOR-OUTRA-EMPRESA.
           ADD 1 TO WS-CONTADOR-PROCESSADOS.
           PERFORM GRAVAR-CHECKPOINT.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-REJEITADOS.


               SUBTRACT WS-VALOR-AFASTAMENTO FROM WS-SALARIO-BRUTO
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VALE-TRANSP.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vale_transporte.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VALE-TRANSP==
                ==:DDVAR:==  BY =="DD_VALE-TRANSP"==.
      *--------------------------------------------------------------*
       CALCULAR-VALE-TRANSPORTE.

           MOVE ZEROS  TO WS-VALOR-VALE-TRANSP.
           MOVE ZEROS  TO WS-CUSTO-VALE-TRANSP.
           MOVE SPACES TO WS-STATUS-VALE-TRANSP.

           PERFORM OBTER-CAMINHO-VALE-TRANSP.

           OPEN INPUT VALE-TRANSP.

           IF FLAG-VALE-TRANSP-SUCESSO
               PERFORM SOMAR-LINHA-VALE-TRANSP WITH TEST BEFORE
               UNTIL FLAG-VALE-TRANSP-EOF
               CLOSE VALE-TRANSP
           END-IF.

           IF WS-CUSTO-VALE-TRANSP > ZEROS
               COMPUTE WS-TETO-VALE-TRANSP ROUNDED =
                   WS-QTD-HORAS-NORMAIS * WS-HORA-TRABALHADA
                 * CONST-PERC-VALE-TRANSP

               IF WS-DIAS-AFASTAMENTO > ZEROS
                   COMPUTE WS-CUSTO-VALE-TRANSP ROUNDED =
                       WS-CUSTO-VALE-TRANSP
                     * (CONST-DIAS-COMPETENCIA - WS-DIAS-AFASTAMENTO)
                     / CONST-DIAS-COMPETENCIA
                   COMPUTE WS-TETO-VALE-TRANSP ROUNDED =
                       WS-TETO-VALE-TRANSP
                     * (CONST-DIAS-COMPETENCIA - WS-DIAS-AFASTAMENTO)
                     / CONST-DIAS-COMPETENCIA
               END-IF

               MOVE WS-CUSTO-VALE-TRANSP TO WS-VALOR-VALE-TRANSP

               IF WS-VALOR-VALE-TRANSP > WS-TETO-VALE-TRANSP
                   MOVE WS-TETO-VALE-TRANSP TO WS-VALOR-VALE-TRANSP
               END-IF

               IF WS-VALOR-VALE-TRANSP > WS-SALARIO-LIQUIDO
                   MOVE WS-SALARIO-LIQUIDO TO WS-VALOR-VALE-TRANSP
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-VALE-TRANSP.

           READ VALE-TRANSP.

           IF NOT FLAG-VALE-TRANSP-EOF
               IF VT-PRONTUARIO = WS-PRONTUARIO
               AND FLAG-VT-ATIVO
                   COMPUTE WS-CUSTO-VALE-TRANSP =
                       WS-CUSTO-VALE-TRANSP
                     + (VT-TARIFA * VT-VIAGENS-DIA * VT-DIAS-UTEIS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SAL-FAMILIA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="salario_familia.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SAL-FAMILIA==
                ==:DDVAR:==  BY =="DD_SAL-FAMILIA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESCISOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="rescisoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RESCISOES==
                ==:DDVAR:==  BY =="DD_RESCISOES"==.
      *--------------------------------------------------------------*
       CALCULAR-SALARIO-FAMILIA.

           MOVE ZEROS TO WS-VALOR-SAL-FAMILIA.

           IF WS-QTD-FILHOS-SAL-FAMILIA > ZEROS
               PERFORM BUSCAR-PARAMETRO-SAL-FAMILIA

               IF WS-SF-VIGENCIA-ATUAL > ZEROS
               AND WS-SALARIO-BRUTO <= WS-SF-TETO-ATUAL
                   COMPUTE WS-VALOR-SAL-FAMILIA ROUNDED =
                       WS-QTD-FILHOS-SAL-FAMILIA * WS-SF-COTA-ATUAL

                   PERFORM APURAR-DIAS-SAL-FAMILIA

                   IF WS-SF-DIAS < CONST-DIAS-COMPETENCIA
                       COMPUTE WS-VALOR-SAL-FAMILIA ROUNDED =
                           WS-VALOR-SAL-FAMILIA * WS-SF-DIAS
                               / CONST-DIAS-COMPETENCIA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    VALE A ULTIMA VIGENCIA ATE O PRIMEIRO DIA DA COMPETENCIA,
      *    QUALQUER QUE SEJA A ORDEM DAS LINHAS NO ARQUIVO.
      *--------------------------------------------------------------*
       BUSCAR-PARAMETRO-SAL-FAMILIA.

           MOVE ZEROS  TO WS-SF-VIGENCIA-ATUAL.
           MOVE ZEROS  TO WS-SF-TETO-ATUAL WS-SF-COTA-ATUAL.
           MOVE SPACES TO WS-STATUS-SAL-FAMILIA.

           PERFORM OBTER-CAMINHO-SAL-FAMILIA.

           OPEN INPUT SAL-FAMILIA.

           IF FLAG-SAL-FAMILIA-SUCESSO
               PERFORM LER-LINHA-SAL-FAMILIA WITH TEST BEFORE
               UNTIL FLAG-SAL-FAMILIA-EOF
               CLOSE SAL-FAMILIA
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-SAL-FAMILIA.

           READ SAL-FAMILIA.

           IF NOT FLAG-SAL-FAMILIA-EOF
               IF SF-VIGENCIA <= WS-COMP-PRIMEIRO-DIA
               AND SF-VIGENCIA > WS-SF-VIGENCIA-ATUAL
                   MOVE SF-VIGENCIA   TO WS-SF-VIGENCIA-ATUAL
                   MOVE SF-TETO       TO WS-SF-TETO-ATUAL
                   MOVE SF-VALOR-COTA TO WS-SF-COTA-ATUAL
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    DIAS COM DIREITO NA COMPETENCIA: DA ADMISSAO (SO NO LOTE,
      *    QUE TEM O CADASTRO MESTRE EM MAOS) ATE A RESCISAO, QUANDO
      *    UMA OU OUTRA CAI DENTRO DO MES.
      *--------------------------------------------------------------*
       APURAR-DIAS-SAL-FAMILIA.

           MOVE 1                      TO WS-SF-DIA-INICIO.
           MOVE CONST-DIAS-COMPETENCIA TO WS-SF-DIA-FIM.

           IF FLAG-MODO-LOTE
               IF FM-DATA-ADMISSAO >= WS-COMP-PRIMEIRO-DIA
               AND FM-DATA-ADMISSAO <= WS-COMP-ULTIMO-DIA
                   MOVE FM-DATA-ADMISSAO TO WS-SF-DATA-AUX
                   MOVE WS-SF-AUX-DIA    TO WS-SF-DIA-INICIO
               END-IF
           END-IF.

           MOVE SPACES TO WS-STATUS-RESCISOES.

           PERFORM OBTER-CAMINHO-RESCISOES.

           OPEN INPUT RESCISOES.

           IF FLAG-RESCISOES-SUCESSO
               PERFORM LER-LINHA-RESCISAO WITH TEST BEFORE
               UNTIL FLAG-RESCISOES-EOF
               CLOSE RESCISOES
           END-IF.

           IF WS-SF-DIA-FIM < WS-SF-DIA-INICIO
               MOVE ZEROS TO WS-SF-DIAS
           ELSE
               COMPUTE WS-SF-DIAS =
                   WS-SF-DIA-FIM - WS-SF-DIA-INICIO + 1
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-RESCISAO.

           READ RESCISOES.

           IF NOT FLAG-RESCISOES-EOF
               IF RS-PRONTUARIO = WS-PRONTUARIO
               AND RS-DATA-DEMISSAO >= WS-COMP-PRIMEIRO-DIA
               AND RS-DATA-DEMISSAO <= WS-COMP-ULTIMO-DIA
                   MOVE RS-DATA-DEMISSAO TO WS-SF-DATA-AUX
                   MOVE WS-SF-AUX-DIA    TO WS-SF-DIA-FIM
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PLANO-SAUDE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="planos_saude.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PLANO-SAUDE==
                ==:DDVAR:==  BY =="DD_PLANO-SAUDE"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ADESAO-PLANO.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="adesoes_plano.dat"==
                ==:DESTINO:== BY ==WS-ARQ-ADESAO-PLANO==
                ==:DDVAR:==  BY =="DD_ADESAO-PLANO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COPART.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="coparticipacao.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COPART==
                ==:DDVAR:==  BY =="DD_COPART"==.
      *--------------------------------------------------------------*
       CALCULAR-PLANO-SAUDE.

           MOVE ZEROS  TO WS-VALOR-PLANO-SAUDE.
           MOVE ZEROS  TO WS-MENSAL-PLANO-SAUDE WS-COPART-PLANO-SAUDE.
           MOVE SPACES TO WS-STATUS-ADESAO-PLANO WS-STATUS-COPART.

           PERFORM OBTER-CAMINHO-ADESAO-PLANO.

           OPEN INPUT ADESAO-PLANO.

           IF FLAG-ADESAO-PLANO-SUCESSO
               PERFORM SOMAR-LINHA-ADESAO-PLANO WITH TEST BEFORE
               UNTIL FLAG-ADESAO-PLANO-EOF
               CLOSE ADESAO-PLANO
           END-IF.

           PERFORM OBTER-CAMINHO-COPART.

           OPEN INPUT COPART.

           IF FLAG-COPART-SUCESSO
               PERFORM SOMAR-LINHA-COPART WITH TEST BEFORE
               UNTIL FLAG-COPART-EOF
               CLOSE COPART
           END-IF.

           COMPUTE WS-VALOR-PLANO-SAUDE =
               WS-MENSAL-PLANO-SAUDE + WS-COPART-PLANO-SAUDE.

           IF WS-VALOR-PLANO-SAUDE > WS-SALARIO-LIQUIDO
               MOVE WS-SALARIO-LIQUIDO TO WS-VALOR-PLANO-SAUDE
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-ADESAO-PLANO.

           READ ADESAO-PLANO.

           IF NOT FLAG-ADESAO-PLANO-EOF
               IF AP-PRONTUARIO = WS-PRONTUARIO
               AND AP-DATA-INICIO <= WS-COMP-ULTIMO-DIA
               AND (AP-DATA-FIM = ZEROS
                    OR AP-DATA-FIM >= WS-COMP-PRIMEIRO-DIA)
                   PERFORM BUSCAR-MENSALIDADE-PLANO
                   ADD WS-PS-MENSALIDADE TO WS-MENSAL-PLANO-SAUDE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    MENSALIDADE DA VIDA (TITULAR OU DEPENDENTE) JA REDUZIDA AO
      *    PERCENTUAL PAGO PELO FUNCIONARIO.
      *--------------------------------------------------------------*
       BUSCAR-MENSALIDADE-PLANO.

           MOVE ZEROS  TO WS-PS-MENSALIDADE.
           MOVE SPACES TO WS-STATUS-PLANO-SAUDE.

           PERFORM OBTER-CAMINHO-PLANO-SAUDE.

           OPEN INPUT PLANO-SAUDE.

           IF FLAG-PLANO-SAUDE-SUCESSO
               PERFORM LER-LINHA-PLANO-SAUDE WITH TEST BEFORE
               UNTIL FLAG-PLANO-SAUDE-EOF
               CLOSE PLANO-SAUDE
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-PLANO-SAUDE.

           READ PLANO-SAUDE.

           IF NOT FLAG-PLANO-SAUDE-EOF
               IF PS-CODIGO = AP-PLANO
                   IF FLAG-AP-TITULAR
                       COMPUTE WS-PS-MENSALIDADE ROUNDED =
                           PS-VALOR-TITULAR * PS-PERC-FUNCIONARIO / 100
                   ELSE
                       COMPUTE WS-PS-MENSALIDADE ROUNDED =
                           PS-VALOR-DEPENDENTE * PS-PERC-FUNCIONARIO
                         / 100
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-COPART.

           READ COPART.

           IF NOT FLAG-COPART-EOF
               IF CO-PRONTUARIO = WS-PRONTUARIO
               AND CO-COMP-ANO = WS-COMP-ANO
               AND CO-COMP-MES = WS-COMP-MES
                   ADD CO-VALOR TO WS-COPART-PLANO-SAUDE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SINDICATOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="sindicatos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SINDICATOS==
                ==:DDVAR:==  BY =="DD_SINDICATOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SINDICATO-CARGOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="sindicato_cargos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SINDICATO-CARGOS==
                ==:DDVAR:==  BY =="DD_SINDICATO-CARGOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SINDICATO-OPCOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="sindicato_opcoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SINDICATO-OPCOES==
                ==:DDVAR:==  BY =="DD_SINDICATO-OPCOES"==.
      *--------------------------------------------------------------*
      *    O CARGO SO E CONHECIDO NO LOTE (MESTRE); A SUPLEMENTAR NAO
      *    REPETE O DESCONTO JA FEITO NA FOLHA NORMAL.
      *--------------------------------------------------------------*
       CALCULAR-SINDICATO.

           MOVE ZEROS  TO WS-VALOR-SINDICAL.
           MOVE ZEROS  TO WS-SIND-MENSAL WS-SIND-CONTRIB.
           MOVE SPACES TO WS-SIND-CODIGO.

           IF FLAG-MODO-LOTE AND NOT FLAG-FOLHA-SUPLEMENTAR
               PERFORM BUSCAR-SINDICATO-CARGO
           END-IF.

           IF WS-SIND-CODIGO NOT = SPACES
               PERFORM BUSCAR-OPCAO-SINDICAL

               IF FLAG-SIND-ASSOCIADO OR FLAG-SIND-AUTORIZA
                   PERFORM BUSCAR-REGRA-SINDICATO
               END-IF
           END-IF.

           COMPUTE WS-VALOR-SINDICAL =
               WS-SIND-MENSAL + WS-SIND-CONTRIB.

           IF WS-VALOR-SINDICAL > WS-SALARIO-LIQUIDO
               MOVE WS-SALARIO-LIQUIDO TO WS-VALOR-SINDICAL
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-SINDICATO-CARGO.

           MOVE SPACES TO WS-STATUS-SINDICATO-CARGOS.

           PERFORM OBTER-CAMINHO-SINDICATO-CARGOS.

           OPEN INPUT SINDICATO-CARGOS.

           IF FLAG-SIND-CARGOS-SUCESSO
               PERFORM LER-LINHA-SINDICATO-CARGO WITH TEST BEFORE
               UNTIL FLAG-SIND-CARGOS-EOF
               CLOSE SINDICATO-CARGOS
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-SINDICATO-CARGO.

           READ SINDICATO-CARGOS.

           IF NOT FLAG-SIND-CARGOS-EOF
               IF SV-CARGO = FM-CARGO
                   MOVE SV-SINDICATO TO WS-SIND-CODIGO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    VALE A OPCAO DE DATA MAIS RECENTE ATE O FIM DA COMPETENCIA
      *    (NA MESMA DATA, A ULTIMA GRAVADA).
      *--------------------------------------------------------------*
       BUSCAR-OPCAO-SINDICAL.

           MOVE "N"    TO WS-SIND-ASSOCIADO WS-SIND-AUTORIZA.
           MOVE ZEROS  TO WS-SIND-DATA-OPCAO.
           MOVE SPACES TO WS-STATUS-SINDICATO-OPCOES.

           PERFORM OBTER-CAMINHO-SINDICATO-OPCOES.

           OPEN INPUT SINDICATO-OPCOES.

           IF FLAG-SIND-OPCOES-SUCESSO
               PERFORM LER-LINHA-OPCAO-SINDICAL WITH TEST BEFORE
               UNTIL FLAG-SIND-OPCOES-EOF
               CLOSE SINDICATO-OPCOES
           END-IF.
      *--------------------------------------------------------------*
       LER-LINHA-OPCAO-SINDICAL.

           READ SINDICATO-OPCOES.

           IF NOT FLAG-SIND-OPCOES-EOF
               IF SO-PRONTUARIO = WS-PRONTUARIO
               AND SO-DATA-EFETIVA <= WS-COMP-ULTIMO-DIA
               AND SO-DATA-EFETIVA >= WS-SIND-DATA-OPCAO
                   MOVE SO-DATA-EFETIVA TO WS-SIND-DATA-OPCAO
                   MOVE SO-ASSOCIADO    TO WS-SIND-ASSOCIADO
                   MOVE SO-CONTRIBUICAO TO WS-SIND-AUTORIZA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-REGRA-SINDICATO.

           MOVE SPACES TO WS-STATUS-SINDICATOS.

           PERFORM OBTER-CAMINHO-SINDICATOS.

           OPEN INPUT SINDICATOS.

           IF FLAG-SINDICATOS-SUCESSO
               PERFORM LER-LINHA-SINDICATO WITH TEST BEFORE
               UNTIL FLAG-SINDICATOS-EOF
               CLOSE SINDICATOS
           END-IF.
      *--------------------------------------------------------------*
      *    A CONTRIBUICAO DE UM DIA DE SALARIO E 1/30 DO BRUTO.
      *--------------------------------------------------------------*
       LER-LINHA-SINDICATO.

           READ SINDICATOS.

           IF NOT FLAG-SINDICATOS-EOF
               IF SN-CODIGO = WS-SIND-CODIGO
                   IF FLAG-SIND-ASSOCIADO
                       IF FLAG-MENSAL-PERCENTUAL
                           COMPUTE WS-SIND-MENSAL ROUNDED =
                               WS-SALARIO-BRUTO * SN-VALOR-MENSAL
                             / 100
                       ELSE
                           MOVE SN-VALOR-MENSAL TO WS-SIND-MENSAL
                       END-IF
                   END-IF

                   IF FLAG-SIND-AUTORIZA
                   AND SN-MES-CONTRIB = WS-COMP-MES
                       EVALUATE TRUE
                           WHEN FLAG-CONTRIB-UM-DIA
                               COMPUTE WS-SIND-CONTRIB ROUNDED =
                                   WS-SALARIO-BRUTO / 30
                           WHEN FLAG-CONTRIB-PERCENTUAL
                               COMPUTE WS-SIND-CONTRIB ROUNDED =
                                   WS-SALARIO-BRUTO * SN-VALOR-CONTRIB
                                 / 100
                           WHEN OTHER
                               MOVE SN-VALOR-CONTRIB TO WS-SIND-CONTRIB
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESTIMOS.

           MOVE ZEROS  TO WS-QTD-DEPENTENDES.
           MOVE SPACES TO WS-STATUS-DEPENDENTES.

      *    NA MESMA LEITURA SAO CONTADOS OS MENORES DE 14 ANOS NO
      *    PRIMEIRO DIA DA COMPETENCIA, PARA O SALARIO-FAMILIA.
           MOVE ZEROS TO WS-QTD-FILHOS-SAL-FAMILIA.
           COMPUTE WS-CORTE-SAL-FAMILIA =
               WS-COMP-PRIMEIRO-DIA - CONST-IDADE-SAL-FAMILIA.

           PERFORM OBTER-CAMINHO-DEPENDENTES.

           OPEN INPUT DEPENDENTES.
               AND WS-QTD-DEPENTENDES < 20
                   ADD 1 TO WS-QTD-DEPENTENDES
               END-IF

               IF DP-PRONTUARIO = WS-PRONTUARIO
               AND DP-NASCIMENTO > WS-CORTE-SAL-FAMILIA
               AND DP-NASCIMENTO <= WS-COMP-PRIMEIRO-DIA
               AND WS-QTD-FILHOS-SAL-FAMILIA < 20
                   ADD 1 TO WS-QTD-FILHOS-SAL-FAMILIA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CHECKPOINT.
               READ CHECKPOINT
               IF NOT FLAG-CHECKPOINT-EOF
                   MOVE CK-CONTADOR TO WS-CONTADOR-LOTE-INICIAL
                   MOVE CK-EMPRESA  TO WS-CHECKPOINT-EMPRESA
                   IF WS-CHECKPOINT-EMPRESA = SPACES
                       MOVE CONST-EMPRESA-MATRIZ
                           TO WS-CHECKPOINT-EMPRESA
                   END-IF
               END-IF
               CLOSE CHECKPOINT
           END-IF.
           IF NOT FLAG-MODO-SIMULACAO
               MOVE WS-CONTADOR-PROCESSADOS TO CK-CONTADOR
               MOVE WS-PRONTUARIO           TO CK-PRONTUARIO
               MOVE WS-COMP-EMPRESA         TO CK-EMPRESA

               OPEN OUTPUT CHECKPOINT
               WRITE REG-CHECKPOINT
               MOVE ZEROS  TO WS-CONTADOR-PROCESSADOS
               MOVE ZEROS  TO CK-CONTADOR
               MOVE SPACES TO CK-PRONTUARIO
               MOVE SPACES TO CK-EMPRESA

               OPEN OUTPUT CHECKPOINT
               WRITE REG-CHECKPOINT

           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-COMP-EMPRESA.

           IF NOT FLAG-COMP-MES-VALIDO
           OR WS-COMP-ANO = ZEROS
               AT 1928 FOREGROUND-COLOR 6
               GO TO ENTRADA-COMPETENCIA
           END-IF.

           IF WS-COMP-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-COMP-EMPRESA
           END-IF.

      *    O RODAPE DO HOLERITE SAI COM A RAZAO SOCIAL DA EMPRESA DA
      *    EXECUCAO.
           MOVE WS-COMP-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY "Empresa nao cadastrada - informe novamente"
               AT 1928 FOREGROUND-COLOR 6
               MOVE SPACES TO WS-COMP-EMPRESA
               GO TO ENTRADA-COMPETENCIA
           END-IF.

           MOVE WS-EMP-RAZAO TO HOL-ROD-EMPRESA.
      *--------------------------------------------------------------*
       ENTRADA-TIPO-FOLHA.

                 BY =="competencias.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COMPETENCIAS==
                ==:DDVAR:==  BY =="DD_COMPETENCIAS"==.
      *--------------------------------------------------------------*
       VERIFICAR-HE-PENDENTES.

           MOVE ZEROS  TO WS-QTD-HE-PENDENTES.
           MOVE SPACES TO WS-STATUS-PENDENTES-HE.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="horas_extras_pendentes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PENDENTES-HE==
                ==:DDVAR:==  BY =="DD_PENDENTES-HE"==.

           OPEN INPUT PENDENTES-HE.

           IF FLAG-PENDENTES-HE-SUCESSO
               PERFORM CONTAR-LINHA-HE-PENDENTE WITH TEST BEFORE
               UNTIL FLAG-PENDENTES-HE-EOF
               CLOSE PENDENTES-HE
           END-IF.

           IF WS-QTD-HE-PENDENTES > ZEROS
               DISPLAY "ATENCAO: " WS-QTD-HE-PENDENTES
                   " DIA(S) DE HORA EXTRA RETIDA SEM DECISAO NA "
                   "COMPETENCIA - NAO SERAO PAGOS NESTE LOTE"
               DISPLAY "EMITA O AGING E DECIDA EM TP08-HORA-EXTRA "
                   "ANTES DO FECHAMENTO"
           END-IF.
      *--------------------------------------------------------------*
       CONTAR-LINHA-HE-PENDENTE.

           READ PENDENTES-HE.

           IF NOT FLAG-PENDENTES-HE-EOF
           AND FLAG-HE-PENDENTE
           AND HP-COMP-MES = WS-COMP-MES
           AND HP-COMP-ANO = WS-COMP-ANO
               ADD 1 TO WS-QTD-HE-PENDENTES
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-COMPETENCIA-FECHADA.

           READ COMPETENCIAS.

           IF NOT FLAG-COMPETENCIAS-EOF
               IF CP-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO CP-EMPRESA
               END-IF

               IF CP-ANO = WS-COMP-ANO
               AND CP-MES = WS-COMP-MES
               AND CP-EMPRESA = WS-COMP-EMPRESA
                   MOVE CP-SITUACAO TO WS-COMP-SITUACAO
               END-IF
           END-IF.
           MOVE WS-COMP-ANO TO CP-ANO.
           MOVE WS-COMP-MES TO CP-MES.
           MOVE "F"         TO CP-SITUACAO.
           MOVE WS-COMP-EMPRESA TO CP-EMPRESA.

           WRITE REG-COMPETENCIA.

                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " EMP=" DELIMITED BY SIZE
                  WS-COMP-EMPRESA DELIMITED BY SIZE
                  " PROCESSADOS=" DELIMITED BY SIZE
                  WS-CONTADOR-PROCESSADOS DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-MAIN"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-MAIN"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

