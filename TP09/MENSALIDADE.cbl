      *    MENSALIDADES ESCOLARES: MANTEM O VALOR DE MENSALIDADE POR
      *    TURMA (valores_turma.txt), GERA AS COBRANCAS DO MES PARA
      *    TODOS OS ALUNOS DE ALUNOS.DAT (mensalidades.dat, SEM
      *    DUPLICAR MES JA GERADO, LIQUIDAS DA BOLSA E DO DESCONTO
      *    DE IRMAO DE descontos.txt), REGISTRA PAGAMENTOS COM
      *    DESCONTO DE PONTUALIDADE (5% OU O DO CADASTRO, ATE O DIA
      *    5) E MULTA DE ATRASO (2%) MAIS JUROS DIARIOS APOS O DIA
      *    10 E EMITE O RELATORIO DE INADIMPLENCIA POR TURMA
      *    (inadimplencia.txt) COM OS MESES EM ABERTO DE CADA ALUNO,
      *    SEPARANDO PRINCIPAL, MULTA E JUROS ATE A DATA DO
      *    RELATORIO. A GERACAO DO MES TAMBEM GRAVA A REMESSA DE
      *    BOLETOS (remessa_boletos.txt) NO CONVENIO DE empresa.dat,
      *    UM TITULO POR COBRANCA EM ABERTO AINDA NAO ENVIADA; O
      *    RETORNO DO BANCO E BAIXADO POR RETORNO-BOLETO.
      *    O BOLETIM CONSULTA ESTE ARQUIVO PARA A MARCA DE
      *    MENSALIDADES EM ABERTO, CONFORME A POLITICA DA ESCOLA.
      *    HAVENDO MATRICULAS DO ANO EM matriculas.dat, SO E COBRADO
      *    QUEM TEM A MATRICULA (OU REMATRICULA) CONFIRMADA NO ANO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VALORES.

           COPY MENSALIDADE-SELECT.

           COPY DESCONTO-SELECT.

           COPY RESPONSAVEL-SELECT.

           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-INADIMPLENCIA.

           COPY MATRICULA-SELECT.

           SELECT REMESSA-BOLETOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-REMESSA.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VT-VALOR              PIC 9(5)V9(2)         VALUE ZEROS.

       COPY MENSALIDADE-FD.

       COPY DESCONTO-FD.

       COPY RESPONSAVEL-FD.

       FD  ALUNOS
           LABEL RECORD STANDARD
       01  REG-INADIMPLENCIA.
           05 IN-LINHA              PIC X(80)             VALUE SPACES.

       COPY MATRICULA-FD.

       FD  REMESSA-BOLETOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REMESSA-BOLETO.

       01  REG-REMESSA-BOLETO.
           05 RB-LINHA              PIC X(80)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
           COPY MATRICULA-STATUS.
           COPY MENSALIDADE-STATUS.
           COPY DESCONTO-STATUS.
           COPY RESPONSAVEL-STATUS.
           COPY NUMERADOR-PARAM.
       77 WS-ARQ-VALORES            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-VALORES         PIC X(02)      VALUE SPACES.
           88 FLAG-VALORES-SUCESSO                 VALUE "00".
           88 FLAG-VALORES-EOF                     VALUE "10".
           88 FLAG-VALORES-NAO-CRIADO              VALUE "35".
       77 WS-ARQ-ALUNOS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-SUCESSO                  VALUE "00".
           88 FLAG-ALUNOS-EOF                      VALUE "10".
       77 WS-ARQ-INADIMPLENCIA      PIC X(60)      VALUE SPACES.
       77 WS-STATUS-INADIMPLENCIA   PIC X(02)      VALUE SPACES.
       77 WS-ARQ-REMESSA            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-REMESSA         PIC X(02)      VALUE SPACES.
      *---- ENTRADAS -------------------------------------------------*
       01 WS-VALOR-ENTRADA.
           05 WS-ENT-TURMA          PIC X(03)      VALUE SPACES.
           05 WS-ENT-VALOR          PIC 9(5)V9(2)  VALUE ZEROS.
       01 WS-GERACAO-ENTRADA.
           05 WS-ENT-ANO-MES        PIC 9(6)       VALUE ZEROS.
       01 WS-DESCONTO-ENTRADA.
           05 WS-ENT-DS-MATRICULA   PIC X(06)      VALUE SPACES.
           05 WS-ENT-DS-TIPO        PIC X          VALUE SPACES.
               88 FLAG-ENT-DS-TIPO-VALIDO    VALUE "B" "I" "P".
           05 WS-ENT-DS-PERCENTUAL  PIC 9(3)V9(2)  VALUE ZEROS.
           05 WS-ENT-DS-INICIO      PIC 9(6)       VALUE ZEROS.
           05 WS-ENT-DS-FIM         PIC 9(6)       VALUE ZEROS.
       01 WS-RESPONSAVEL-ENTRADA.
           05 WS-ENT-RF-MATRICULA   PIC X(06)      VALUE SPACES.
           05 WS-ENT-RF-NOME        PIC X(35)      VALUE SPACES.
           05 WS-ENT-RF-CPF         PIC X(11)      VALUE SPACES.
       01 WS-PGTO-ENTRADA.
           05 WS-ENT-MATRICULA      PIC X(06)      VALUE SPACES.
           05 WS-ENT-DATA-PGTO      PIC 9(8)       VALUE ZEROS.
           05 WS-PGTO-ANOMES        PIC 9(6).
           05 WS-PGTO-DIA           PIC 9(2).
      *---- REGRAS DE PAGAMENTO --------------------------------------*
           COPY MENSALIDADE-CONST.
       77 WS-VALOR-PAGO-CALC        PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-MULTA-CALC       PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-JUROS-CALC       PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-DIAS-ATRASO            PIC S9(5)      VALUE ZEROS.
       77 WS-DATA-VENC              PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-CALCULO           PIC 9(8)       VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)       VALUE ZEROS.
      *---- DESCONTOS DA MATRICULA -----------------------------------*
       77 CONST-LIMITE-DESCONTOS    PIC 9(3)       VALUE 300.
       77 WS-TOTAL-DESCONTOS        PIC 9(3)       VALUE ZEROS.
       77 WS-IDX-DS                 PIC 9(3)       VALUE ZEROS.
       01 TB-DESCONTOS.
           02 DESCONTO-ITEM OCCURS 300 TIMES.
               10 TB-DS-MATRICULA   PIC X(06)      VALUE SPACES.
               10 TB-DS-TIPO        PIC X          VALUE SPACES.
               10 TB-DS-PERCENTUAL  PIC 9(3)V9(2)  VALUE ZEROS.
               10 TB-DS-INICIO      PIC 9(6)       VALUE ZEROS.
               10 TB-DS-FIM         PIC 9(6)       VALUE ZEROS.
       77 WS-PERC-BOLSA             PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-PERC-IRMAO             PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-PERC-PONTUAL           PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-PERC-TOTAL             PIC 9(3)V9(2)  VALUE ZEROS.
       77 WS-VALOR-LIQUIDO          PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-VALOR-BASE             PIC 9(5)V9(2)  VALUE ZEROS.
      *---- TABELAS DE APOIO -----------------------------------------*
       77 CONST-LIMITE-VALORES      PIC 9(2)       VALUE 30.
       77 WS-TOTAL-VALORES          PIC 9(2)       VALUE ZEROS.
           88 FLAG-MENS-ESTOURO                    VALUE 1.
       01 TB-MENSALIDADES.
           02 MENS-ITEM OCCURS 999 TIMES.
               10 TB-MS-REGISTRO    PIC X(91)      VALUE SPACES.
       77 WS-QTD-GERADAS            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-ABERTAS            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-NAO-CONFIRMADOS    PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-COM-DESCONTO       PIC 9(4)       VALUE ZEROS.
       77 WS-TOT-PRINCIPAL          PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-TOT-MULTA              PIC 9(7)V9(2)  VALUE ZEROS.
       77 WS-TOT-JUROS              PIC 9(7)V9(2)  VALUE ZEROS.
      *---- REMESSA DE BOLETOS ---------------------------------------*
       77 WS-ULTIMO-NOSSO-NUMERO    PIC 9(10)      VALUE ZEROS.
       77 WS-NUMERACAO-FALHOU       PIC X          VALUE "N".
           88 FLAG-NUMERACAO-FALHOU                VALUE "S".
       77 WS-QTD-TITULOS            PIC 9(6)       VALUE ZEROS.
       77 WS-TOTAL-REMESSA          PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-DATA-GERACAO           PIC 9(8)       VALUE ZEROS.
      *    HEADER COM O CONVENIO DA EMPRESA, UM DETALHE POR TITULO
      *    (VALOR, VENCIMENTO E O VALOR COM DESCONTO ATE A DATA
      *    LIMITE DA PONTUALIDADE) E TRAILER COM CONTAGEM E TOTAL.
       01 RB-HEADER.
           05 FILLER                PIC X          VALUE "0".
           05 RB-HDR-DATA           PIC 9(8)       VALUE ZEROS.
           05 RB-HDR-BANCO          PIC X(3)       VALUE SPACES.
           05 RB-HDR-CONVENIO       PIC X(10)      VALUE SPACES.
           05 RB-HDR-EMPRESA        PIC X(30)      VALUE SPACES.
           05 RB-HDR-CNPJ           PIC X(14)      VALUE SPACES.
           05 FILLER                PIC X(14)      VALUE SPACES.
       01 RB-DETALHE.
           05 FILLER                PIC X          VALUE "1".
           05 RB-DET-NOSSO-NUMERO   PIC 9(10)      VALUE ZEROS.
           05 RB-DET-MATRICULA      PIC X(6)       VALUE SPACES.
           05 RB-DET-ANO-MES        PIC 9(6)       VALUE ZEROS.
           05 RB-DET-VENCIMENTO     PIC 9(8)       VALUE ZEROS.
           05 RB-DET-VALOR          PIC 9(8)V9(2)  VALUE ZEROS.
           05 RB-DET-VALOR-DESCONTO PIC 9(8)V9(2)  VALUE ZEROS.
           05 RB-DET-DATA-DESCONTO  PIC 9(8)       VALUE ZEROS.
           05 RB-DET-NOME           PIC X(21)      VALUE SPACES.
       01 RB-TRAILER.
           05 FILLER                PIC X          VALUE "9".
           05 RB-TRL-QTD            PIC 9(6)       VALUE ZEROS.
           05 RB-TRL-TOTAL          PIC 9(10)V9(2) VALUE ZEROS.
           05 FILLER                PIC X(61)      VALUE SPACES.
      *---- MATRICULAS CONFIRMADAS DO ANO DA COBRANCA ----------------*
       77 WS-ANO-COBRANCA           PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-MT-ANO             PIC 9(4)       VALUE ZEROS.
       77 WS-TOTAL-CONFIRMADOS      PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-CF                 PIC 9(4)       VALUE ZEROS.
       77 WS-MATRICULA-CONFIRMADA   PIC 9          VALUE ZEROS.
           88 FLAG-MATRICULA-CONFIRMADA            VALUE 1.
       01 TB-CONFIRMADOS.
           02 CONFIRMADO-ITEM OCCURS 999 TIMES.
               10 TB-CF-MATRICULA   PIC X(06)      VALUE SPACES.
      *---- LINHAS DA INADIMPLENCIA ----------------------------------*
       01 IN-TITULO.
           05 FILLER PIC X(40) VALUE
              "INADIMPLENCIA POR TURMA".
           05 FILLER PIC X(12) VALUE "POSICAO EM ".
           05 IN-TIT-DATA PIC 9(8).
       01 IN-CABECALHO.
           05 FILLER PIC X(21) VALUE "TUR  MATRIC  AAAAMM ".
           05 FILLER PIC X(40) VALUE
              "PRINCIPAL   MULTA    JUROS     TOTAL".
       01 IN-DETALHE.
           05 IN-DET-TURMA PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IN-DET-ANO-MES PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IN-DET-VALOR PIC ZZZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IN-DET-MULTA PIC ZZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IN-DET-JUROS PIC ZZZ9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IN-DET-TOTAL PIC ZZZZ9,99.
       01 IN-TOTAL.
           05 FILLER PIC X(10) VALUE "TOTAIS".
           05 IN-TOT-PRINCIPAL PIC ZZZZZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 IN-TOT-MULTA PIC ZZZZZ9,99.
           05 FILLER PIC X VALUE SPACES.
           05 IN-TOT-JUROS PIC ZZZZZ9,99.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - cadastrar valor da turma".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - cadastrar desconto da matricula".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - cadastrar responsavel financeiro".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - gerar mensalidades de um mes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - registrar pagamento".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - relatorio de inadimplencia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "7 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
                 BY =="ALUNOS.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-ALUNOS==
                ==:DDVAR:==  BY =="DD_ALUNOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MATRICULAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="matriculas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MATRICULAS==
                ==:DDVAR:==  BY =="DD_MATRICULAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-INADIMPLENCIA.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="inadimplencia.txt"==
                ==:DESTINO:== BY ==WS-ARQ-INADIMPLENCIA==
                ==:DDVAR:==  BY =="DD_INADIMPLENCIA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-DESCONTOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="descontos.txt"==
                ==:DESTINO:== BY ==WS-ARQ-DESCONTOS==
                ==:DDVAR:==  BY =="DD_DESCONTOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RESPONSAVEIS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="responsaveis.txt"==
                ==:DESTINO:== BY ==WS-ARQ-RESPONSAVEIS==
                ==:DDVAR:==  BY =="DD_RESPONSAVEIS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-REMESSA.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="remessa_boletos.txt"==
                ==:DESTINO:== BY ==WS-ARQ-REMESSA==
                ==:DDVAR:==  BY =="DD_REMESSA-BOLETOS"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
               WHEN 1
                   PERFORM CADASTRAR-VALOR-TURMA
               WHEN 2
                   PERFORM CADASTRAR-DESCONTO
               WHEN 3
                   PERFORM CADASTRAR-RESPONSAVEL
               WHEN 4
                   PERFORM GERAR-MENSALIDADES
               WHEN 5
                   PERFORM REGISTRAR-PAGAMENTO
               WHEN 6
                   PERFORM RELATORIO-INADIMPLENCIA
               WHEN 7
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
               DISPLAY "Valor cadastrado"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
      *    BOLSA (B) E DESCONTO DE IRMAO (I) REDUZEM A COBRANCA; O DE
      *    PONTUALIDADE (P) SUBSTITUI O PADRAO DE 5% DA MATRICULA.
      *    PERCENTUAL ZERO ENCERRA O DESCONTO A PARTIR DO INICIO.
      *--------------------------------------------------------------*
       CADASTRAR-DESCONTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-DS-MATRICULA WS-ENT-DS-TIPO.
           MOVE ZEROS  TO WS-ENT-DS-PERCENTUAL WS-ENT-DS-INICIO
                          WS-ENT-DS-FIM.

           DISPLAY "Matricula: " AT 0528.
           ACCEPT WS-ENT-DS-MATRICULA AT 0540.

           DISPLAY "Tipo (B bolsa, I irmao, P pontualidade): " AT 0728.
           ACCEPT WS-ENT-DS-TIPO AT 0770.

           DISPLAY "Percentual: " AT 0928.
           ACCEPT WS-ENT-DS-PERCENTUAL AT 0941.

           DISPLAY "Vigente a partir de (AAAAMM): " AT 1128.
           ACCEPT WS-ENT-DS-INICIO AT 1159.

           DISPLAY "Vigente ate (AAAAMM, zero = sem prazo): " AT 1328.
           ACCEPT WS-ENT-DS-FIM AT 1369.

           EVALUATE TRUE
               WHEN WS-ENT-DS-MATRICULA = SPACES
               OR NOT FLAG-ENT-DS-TIPO-VALIDO
               OR WS-ENT-DS-INICIO = ZEROS
                   DISPLAY "Dados invalidos - cadastro cancelado"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-DS-PERCENTUAL > 100
                   DISPLAY "Percentual acima de 100"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-DS-FIM NOT = ZEROS
               AND WS-ENT-DS-FIM < WS-ENT-DS-INICIO
                   DISPLAY "Fim da vigencia antes do inicio"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM OBTER-CAMINHO-DESCONTOS

                   MOVE SPACES TO WS-STATUS-DESCONTOS

                   OPEN EXTEND DESCONTOS

                   IF NOT FLAG-DESCONTOS-SUCESSO
                       IF FLAG-DESCONTOS-NAO-CRIADO
                           OPEN OUTPUT DESCONTOS
                       END-IF
                   END-IF

                   MOVE SPACES TO REG-DESCONTO
                   MOVE WS-ENT-DS-MATRICULA  TO DS-MATRICULA
                   MOVE WS-ENT-DS-TIPO       TO DS-TIPO
                   MOVE WS-ENT-DS-PERCENTUAL TO DS-PERCENTUAL
                   MOVE WS-ENT-DS-INICIO     TO DS-INICIO
                   MOVE WS-ENT-DS-FIM        TO DS-FIM
                   WRITE REG-DESCONTO

                   CLOSE DESCONTOS

                   DISPLAY "Desconto cadastrado"
                   FOREGROUND-COLOR 2 AT 2028

                   STRING "MAT=" DELIMITED BY SIZE
                          WS-ENT-DS-MATRICULA DELIMITED BY SIZE
                          " TIPO=" DELIMITED BY SIZE
                          WS-ENT-DS-TIPO DELIMITED BY SIZE
                          " PERC=" DELIMITED BY SIZE
                          WS-ENT-DS-PERCENTUAL DELIMITED BY SIZE
                          " DE=" DELIMITED BY SIZE
                          WS-ENT-DS-INICIO DELIMITED BY SIZE
                          " ATE=" DELIMITED BY SIZE
                          WS-ENT-DS-FIM DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "DESCONTO CADASTRADO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    RESPONSAVEL FINANCEIRO DA MATRICULA, IMPRESSO NO INFORME
      *    ANUAL DE PAGAMENTOS; UMA NOVA LINHA SUBSTITUI A ANTERIOR.
      *--------------------------------------------------------------*
       CADASTRAR-RESPONSAVEL.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-RESPONSAVEL-ENTRADA.

           DISPLAY "Matricula: " AT 0528.
           ACCEPT WS-ENT-RF-MATRICULA AT 0540.

           DISPLAY "Nome do responsavel: " AT 0728.
           ACCEPT WS-ENT-RF-NOME AT 0750.

           DISPLAY "CPF (so numeros): " AT 0928.
           ACCEPT WS-ENT-RF-CPF AT 0947.

           IF WS-ENT-RF-MATRICULA = SPACES
           OR WS-ENT-RF-NOME = SPACES
           OR WS-ENT-RF-CPF NOT NUMERIC
               DISPLAY "Dados invalidos - cadastro cancelado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM OBTER-CAMINHO-RESPONSAVEIS

               MOVE SPACES TO WS-STATUS-RESPONSAVEIS

               OPEN EXTEND RESPONSAVEIS

               IF NOT FLAG-RESPONSAVEIS-SUCESSO
                   IF FLAG-RESPONSAVEIS-NAO-CRIADO
                       OPEN OUTPUT RESPONSAVEIS
                   END-IF
               END-IF

               MOVE SPACES TO REG-RESPONSAVEL
               MOVE WS-ENT-RF-MATRICULA TO RF-MATRICULA
               MOVE WS-ENT-RF-NOME      TO RF-NOME
               MOVE WS-ENT-RF-CPF       TO RF-CPF
               WRITE REG-RESPONSAVEL

               CLOSE RESPONSAVEIS

               DISPLAY "Responsavel cadastrado"
               FOREGROUND-COLOR 2 AT 2028

               STRING "MAT=" DELIMITED BY SIZE
                      WS-ENT-RF-MATRICULA DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "RESPONSAVEL CADASTRADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-DESCONTOS.

           MOVE ZEROS  TO WS-TOTAL-DESCONTOS.
           MOVE SPACES TO WS-STATUS-DESCONTOS.

           PERFORM OBTER-CAMINHO-DESCONTOS.

           OPEN INPUT DESCONTOS.

           IF FLAG-DESCONTOS-SUCESSO
               PERFORM CARREGAR-LINHA-DESCONTO WITH TEST BEFORE
               UNTIL FLAG-DESCONTOS-EOF
               OR WS-TOTAL-DESCONTOS >= CONST-LIMITE-DESCONTOS
               CLOSE DESCONTOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-DESCONTO.

           READ DESCONTOS.

           IF NOT FLAG-DESCONTOS-EOF
           AND FLAG-DS-TIPO-VALIDO
               ADD 1 TO WS-TOTAL-DESCONTOS
               MOVE DS-MATRICULA  TO TB-DS-MATRICULA(WS-TOTAL-DESCONTOS)
               MOVE DS-TIPO       TO TB-DS-TIPO(WS-TOTAL-DESCONTOS)
               MOVE DS-PERCENTUAL
                   TO TB-DS-PERCENTUAL(WS-TOTAL-DESCONTOS)
               MOVE DS-INICIO     TO TB-DS-INICIO(WS-TOTAL-DESCONTOS)
               MOVE DS-FIM        TO TB-DS-FIM(WS-TOTAL-DESCONTOS)
           END-IF.
      *--------------------------------------------------------------*
      *    DESCONTOS DE AL-MATRICULA VIGENTES NO MES WS-ENT-ANO-MES:
      *    POR TIPO VALE A ULTIMA LINHA; BOLSA E IRMAO SE SOMAM ATE
      *    100%. SEM LINHA DE PONTUALIDADE VALE O PADRAO DA ESCOLA.
      *--------------------------------------------------------------*
       APURAR-DESCONTOS-ALUNO.

           MOVE ZEROS TO WS-PERC-BOLSA WS-PERC-IRMAO.
           COMPUTE WS-PERC-PONTUAL = CONST-PERC-DESCONTO * 100.

           PERFORM VARYING WS-IDX-DS FROM 1 BY 1
           UNTIL WS-IDX-DS > WS-TOTAL-DESCONTOS

               IF TB-DS-MATRICULA(WS-IDX-DS) = AL-MATRICULA
               AND TB-DS-INICIO(WS-IDX-DS) <= WS-ENT-ANO-MES
               AND (TB-DS-FIM(WS-IDX-DS) = ZEROS
                    OR TB-DS-FIM(WS-IDX-DS) >= WS-ENT-ANO-MES)
                   EVALUATE TB-DS-TIPO(WS-IDX-DS)
                       WHEN "B"
                           MOVE TB-DS-PERCENTUAL(WS-IDX-DS)
                               TO WS-PERC-BOLSA
                       WHEN "I"
                           MOVE TB-DS-PERCENTUAL(WS-IDX-DS)
                               TO WS-PERC-IRMAO
                       WHEN "P"
                           MOVE TB-DS-PERCENTUAL(WS-IDX-DS)
                               TO WS-PERC-PONTUAL
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-PERC-BOLSA + WS-PERC-IRMAO > 100
               MOVE 100 TO WS-PERC-TOTAL
           ELSE
               COMPUTE WS-PERC-TOTAL = WS-PERC-BOLSA + WS-PERC-IRMAO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-VALORES-TURMA.

           READ MENSALIDADES.

           IF NOT FLAG-MENSALIDADES-EOF
      *        COBRANCA GERADA ANTES DOS DESCONTOS: PRINCIPAL CHEIO E
      *        PONTUALIDADE PADRAO.
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
                   IF FLAG-MENS-ESTOURO
                       PERFORM AVISAR-LIMITE-MENSALIDADES
                   ELSE
                       PERFORM CARREGAR-CONFIRMADOS
                       PERFORM CARREGAR-DESCONTOS
                       MOVE ZEROS TO WS-QTD-COM-DESCONTO
                       PERFORM GERAR-COBRANCAS-ALUNOS

                       IF WS-QTD-GERADAS > ZEROS
                           PERFORM SALVAR-MENSALIDADES
                       END-IF

                       PERFORM GERAR-REMESSA-BOLETOS

                       DISPLAY "Mensalidades geradas: "
                       FOREGROUND-COLOR 2 AT 2028
                       DISPLAY WS-QTD-GERADAS
                       FOREGROUND-COLOR 2 AT 2051
                       DISPLAY "Sem matricula confirmada: " AT 2228
                       DISPLAY WS-QTD-NAO-CONFIRMADOS AT 2255
                       DISPLAY "Com bolsa ou desconto: " AT 2328
                       DISPLAY WS-QTD-COM-DESCONTO AT 2355

                       STRING "MES=" DELIMITED BY SIZE
                              WS-ENT-ANO-MES DELIMITED BY SIZE
                              " GERADAS=" DELIMITED BY SIZE
                              WS-QTD-GERADAS DELIMITED BY SIZE
                              " NAO-CONF=" DELIMITED BY SIZE
                              WS-QTD-NAO-CONFIRMADOS DELIMITED BY SIZE
                              " DESC=" DELIMITED BY SIZE
                              WS-QTD-COM-DESCONTO DELIMITED BY SIZE
                              INTO WS-AUD-PARAMETROS
                       MOVE "MENSALIDADES GERADAS"
                           TO WS-AUD-RESULTADO

           IF NOT FLAG-ALUNOS-EOF
               PERFORM CONFERIR-MES-JA-GERADO
               PERFORM CONFERIR-MATRICULA-CONFIRMADA

               IF FLAG-ACHOU-MENS
               OR NOT FLAG-MATRICULA-CONFIRMADA
                   CONTINUE
               ELSE
                   PERFORM BUSCAR-VALOR-TURMA
                       IF WS-TOTAL-MENS < CONST-LIMITE-MENS
                           ADD 1 TO WS-TOTAL-MENS

                           PERFORM APURAR-DESCONTOS-ALUNO

                           COMPUTE WS-VALOR-LIQUIDO ROUNDED =
                               WS-VALOR-TURMA * (100 - WS-PERC-TOTAL)
                               / 100

                           IF WS-PERC-TOTAL > ZEROS
                               ADD 1 TO WS-QTD-COM-DESCONTO
                           END-IF

                           MOVE SPACES TO REG-MENSALIDADE
                           MOVE AL-MATRICULA    TO MS-MATRICULA
                           MOVE AL-TURMA        TO MS-TURMA
                           MOVE WS-ENT-ANO-MES  TO MS-ANO-MES
                           MOVE WS-VALOR-LIQUIDO TO MS-VALOR
                           MOVE "A"             TO MS-SITUACAO
                           MOVE ZEROS           TO MS-DATA-PGTO
                           MOVE ZEROS           TO MS-VALOR-PAGO
                           MOVE WS-VALOR-TURMA  TO MS-VALOR-BRUTO
                           MOVE WS-PERC-TOTAL   TO MS-PERC-DESCONTO
                           MOVE WS-PERC-PONTUAL TO MS-PERC-PONTUAL
                           MOVE ZEROS           TO MS-VALOR-MULTA
                                                   MS-VALOR-JUROS
                                                   MS-NOSSO-NUMERO

      *                    BOLSA INTEGRAL: NADA A COBRAR NO MES.
                           IF WS-VALOR-LIQUIDO = ZEROS
                               MOVE "P" TO MS-SITUACAO
                           END-IF

                           MOVE REG-MENSALIDADE
                               TO TB-MS-REGISTRO(WS-TOTAL-MENS)
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    REMESSA DE BOLETOS: UM TITULO POR COBRANCA EM ABERTO DOS
      *    ALUNOS DE ALUNOS.DAT QUE AINDA NAO TEM NOSSO NUMERO (AS
      *    DO MES GERADO, AS DE MESES ANTERIORES NAO ENVIADAS E AS
      *    REJEITADAS PELO BANCO NO RETORNO). SEM CONVENIO BANCARIO
      *    CADASTRADO NA EMPRESA A COBRANCA CONTINUA SO NO BALCAO.
      *    O NOSSO NUMERO VEM DO TIPO BOLETO DO TP05-NUMERADOR; O
      *    TITULO QUE FICAR SEM NUMERO VAI NA PROXIMA REMESSA.
      *--------------------------------------------------------------*
       GERAR-REMESSA-BOLETOS.

           MOVE ZEROS TO WS-QTD-TITULOS WS-TOTAL-REMESSA.
           MOVE "N"   TO WS-NUMERACAO-FALHOU.

           PERFORM LER-EMPRESA.

           IF WS-EMP-CONVENIO-NUMERO = SPACES
               DISPLAY "Empresa sem convenio - remessa nao gerada"
               FOREGROUND-COLOR 6 AT 2428
           ELSE
               MOVE ZEROS TO WS-ULTIMO-NOSSO-NUMERO

               PERFORM VARYING WS-IDX-MS FROM 1 BY 1
               UNTIL WS-IDX-MS > WS-TOTAL-MENS
                   MOVE TB-MS-REGISTRO(WS-IDX-MS) TO REG-MENSALIDADE
                   IF MS-NOSSO-NUMERO > WS-ULTIMO-NOSSO-NUMERO
                       MOVE MS-NOSSO-NUMERO TO WS-ULTIMO-NOSSO-NUMERO
                   END-IF
               END-PERFORM

               PERFORM OBTER-CAMINHO-REMESSA

               OPEN OUTPUT REMESSA-BOLETOS

               ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD

               MOVE WS-DATA-GERACAO        TO RB-HDR-DATA
               MOVE WS-EMP-CONVENIO-BANCO  TO RB-HDR-BANCO
               MOVE WS-EMP-CONVENIO-NUMERO TO RB-HDR-CONVENIO
               MOVE WS-EMP-RAZAO           TO RB-HDR-EMPRESA
               MOVE WS-EMP-CNPJ            TO RB-HDR-CNPJ
               WRITE REG-REMESSA-BOLETO FROM RB-HEADER

               MOVE SPACES TO WS-STATUS-ALUNOS

               PERFORM OBTER-CAMINHO-ALUNOS

               OPEN INPUT ALUNOS

               IF FLAG-ALUNOS-SUCESSO
                   PERFORM REMETER-TITULOS-ALUNO WITH TEST BEFORE
                   UNTIL FLAG-ALUNOS-EOF
                   CLOSE ALUNOS
               END-IF

               MOVE WS-QTD-TITULOS   TO RB-TRL-QTD
               MOVE WS-TOTAL-REMESSA TO RB-TRL-TOTAL
               WRITE REG-REMESSA-BOLETO FROM RB-TRAILER

               CLOSE REMESSA-BOLETOS

               IF WS-QTD-TITULOS > ZEROS
                   PERFORM SALVAR-MENSALIDADES
               END-IF

               DISPLAY "Titulos na remessa de boletos: " AT 2428
               DISPLAY WS-QTD-TITULOS AT 2460

               IF FLAG-NUMERACAO-FALHOU
                   DISPLAY "Numeracao de boletos indisponivel - "
                       "titulos restantes na proxima remessa"
                       FOREGROUND-COLOR 6 AT 2528
               END-IF

               STRING "CONVENIO=" DELIMITED BY SIZE
                      WS-EMP-CONVENIO-NUMERO DELIMITED BY SIZE
                      " TITULOS=" DELIMITED BY SIZE
                      WS-QTD-TITULOS DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "REMESSA DE BOLETOS" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
      *--------------------------------------------------------------*
       REMETER-TITULOS-ALUNO.

           READ ALUNOS AT END
           MOVE "10" TO WS-STATUS-ALUNOS.

           IF NOT FLAG-ALUNOS-EOF
               PERFORM REMETER-TITULO
               VARYING WS-IDX-MS FROM 1 BY 1
               UNTIL WS-IDX-MS > WS-TOTAL-MENS
           END-IF.
      *--------------------------------------------------------------*
       REMETER-TITULO.

           MOVE TB-MS-REGISTRO(WS-IDX-MS) TO REG-MENSALIDADE.

           IF MS-MATRICULA = AL-MATRICULA
           AND FLAG-MENS-ABERTA
           AND MS-NOSSO-NUMERO = ZEROS
           AND MS-VALOR > MS-VALOR-PAGO
           AND NOT FLAG-NUMERACAO-FALHOU
               PERFORM OBTER-NOSSO-NUMERO
           END-IF.

           IF MS-MATRICULA = AL-MATRICULA
           AND FLAG-MENS-ABERTA
           AND MS-NOSSO-NUMERO = ZEROS
           AND MS-VALOR > MS-VALOR-PAGO
           AND NOT FLAG-NUMERACAO-FALHOU
               MOVE NUM-NUMERO-INICIO TO MS-NOSSO-NUMERO
               MOVE REG-MENSALIDADE TO TB-MS-REGISTRO(WS-IDX-MS)

               COMPUTE WS-VALOR-BASE = MS-VALOR - MS-VALOR-PAGO

               MOVE MS-NOSSO-NUMERO TO RB-DET-NOSSO-NUMERO
               MOVE MS-MATRICULA    TO RB-DET-MATRICULA
               MOVE MS-ANO-MES      TO RB-DET-ANO-MES
               MOVE AL-NOME         TO RB-DET-NOME
               MOVE WS-VALOR-BASE   TO RB-DET-VALOR
               COMPUTE RB-DET-VENCIMENTO =
                   MS-ANO-MES * 100 + CONST-DIA-VENCIMENTO

      *        PAGAMENTO PARCIAL JA RECEBIDO PERDE A PONTUALIDADE.
               IF MS-VALOR-PAGO = ZEROS
                   COMPUTE RB-DET-VALOR-DESCONTO ROUNDED =
                       MS-VALOR * (100 - MS-PERC-PONTUAL) / 100
                   COMPUTE RB-DET-DATA-DESCONTO =
                       MS-ANO-MES * 100 + CONST-DIA-DESCONTO
               ELSE
                   MOVE WS-VALOR-BASE TO RB-DET-VALOR-DESCONTO
                   MOVE ZEROS         TO RB-DET-DATA-DESCONTO
               END-IF

               WRITE REG-REMESSA-BOLETO FROM RB-DETALHE

               MOVE "U"             TO NUM-OPERACAO
               MOVE MS-NOSSO-NUMERO TO NUM-NUMERO-INICIO
                                       NUM-NUMERO-FIM
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               ADD 1             TO WS-QTD-TITULOS
               ADD WS-VALOR-BASE TO WS-TOTAL-REMESSA
           END-IF.
      *--------------------------------------------------------------*
      *    NA PRIMEIRA VEZ O TIPO BOLETO E CADASTRADO A PARTIR DO MAIOR
      *    NOSSO NUMERO JA GRAVADO NAS MENSALIDADES. SEM NUMERO A
      *    REMESSA NAO PEDE MAIS NENHUM.
      *--------------------------------------------------------------*
       OBTER-NOSSO-NUMERO.

           MOVE "E"           TO NUM-OPERACAO.
           MOVE "BOLETO"      TO NUM-TIPO.
           MOVE "MENSALIDADE" TO NUM-PROGRAMA.
           MOVE 1             TO NUM-QUANTIDADE.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           IF NUM-TIPO-INEXISTENTE
               MOVE "I"                    TO NUM-OPERACAO
               MOVE "NOSSO NUMERO BOLETOS" TO NUM-DESCRICAO
               MOVE 1                      TO NUM-FAIXA-INICIO
               MOVE 9999999999             TO NUM-FAIXA-FIM
               MOVE WS-ULTIMO-NOSSO-NUMERO TO NUM-ULTIMO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               MOVE "E" TO NUM-OPERACAO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
           END-IF.

           IF NOT NUM-OK
               MOVE "S" TO WS-NUMERACAO-FALHOU
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-MES-JA-GERADO.

               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    MATRICULAS CONFIRMADAS DO ANO DA COBRANCA. ANO SEM NENHUMA
      *    MATRICULA EM matriculas.dat (ANTES DO CONTROLE DE VAGAS)
      *    COBRA TODOS OS ALUNOS DE ALUNOS.DAT.
      *--------------------------------------------------------------*
       CARREGAR-CONFIRMADOS.

           MOVE ZEROS  TO WS-QTD-MT-ANO WS-TOTAL-CONFIRMADOS
                          WS-QTD-NAO-CONFIRMADOS.
           MOVE SPACES TO WS-STATUS-MATRICULAS.

           COMPUTE WS-ANO-COBRANCA = WS-ENT-ANO-MES / 100.

           PERFORM OBTER-CAMINHO-MATRICULAS.

           OPEN INPUT MATRICULAS.

           IF FLAG-MATRICULAS-SUCESSO
               PERFORM CARREGAR-LINHA-CONFIRMADO WITH TEST BEFORE
               UNTIL FLAG-MATRICULAS-EOF
               CLOSE MATRICULAS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CONFIRMADO.

           READ MATRICULAS.

           IF NOT FLAG-MATRICULAS-EOF
           AND MT-ANO-LETIVO = WS-ANO-COBRANCA
               ADD 1 TO WS-QTD-MT-ANO

               IF FLAG-MT-CONFIRMADA
               AND WS-TOTAL-CONFIRMADOS < CONST-LIMITE-MENS
                   ADD 1 TO WS-TOTAL-CONFIRMADOS
                   MOVE MT-MATRICULA
                       TO TB-CF-MATRICULA(WS-TOTAL-CONFIRMADOS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-MATRICULA-CONFIRMADA.

           MOVE ZEROS TO WS-MATRICULA-CONFIRMADA.

           IF WS-QTD-MT-ANO = ZEROS
               MOVE 1 TO WS-MATRICULA-CONFIRMADA
           ELSE
               PERFORM VARYING WS-IDX-CF FROM 1 BY 1
               UNTIL WS-IDX-CF > WS-TOTAL-CONFIRMADOS

                   IF TB-CF-MATRICULA(WS-IDX-CF) = AL-MATRICULA
                       MOVE 1 TO WS-MATRICULA-CONFIRMADA
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT FLAG-MATRICULA-CONFIRMADA
           AND NOT FLAG-ACHOU-MENS
               ADD 1 TO WS-QTD-NAO-CONFIRMADOS
           END-IF.
      *--------------------------------------------------------------*
      *    REGRA DE PAGAMENTO: ATE O DIA 5 HA DESCONTO DE
      *    PONTUALIDADE (MS-PERC-PONTUAL); DO DIA 6 AO 10 PAGA O
      *    PRINCIPAL; APOS O DIA 10 INCIDEM A MULTA DE ATRASO E OS
      *    JUROS DIARIOS DESDE O VENCIMENTO. O MES DO PAGAMENTO NAO
      *    PRECISA SER O MES DA COBRANCA (ATRASADOS PAGAM DEPOIS).
      *--------------------------------------------------------------*
       REGISTRAR-PAGAMENTO.
               FOREGROUND-COLOR 2 AT 2028
               DISPLAY WS-VALOR-PAGO-CALC
               FOREGROUND-COLOR 2 AT 2063
               DISPLAY "Multa: " AT 2128
               DISPLAY WS-VALOR-MULTA-CALC AT 2135
               DISPLAY "Juros: " AT 2146
               DISPLAY WS-VALOR-JUROS-CALC AT 2153

               STRING "MAT=" DELIMITED BY SIZE
                      WS-ENT-MATRICULA DELIMITED BY SIZE
           IF MS-MATRICULA = WS-ENT-MATRICULA
           AND MS-ANO-MES = WS-ENT-ANO-MES
           AND FLAG-MENS-ABERTA
      *        COM PAGAMENTO PARCIAL PELO BANCO, O BALCAO RECEBE O
      *        SALDO (SEM PONTUALIDADE) E SOMA AO QUE JA ENTROU.
               COMPUTE WS-VALOR-BASE = MS-VALOR - MS-VALOR-PAGO
               MOVE WS-VALOR-BASE TO WS-VALOR-PAGO-CALC
               MOVE ZEROS    TO WS-VALOR-MULTA-CALC
                                WS-VALOR-JUROS-CALC

               EVALUATE TRUE
                   WHEN WS-PGTO-ANOMES = MS-ANO-MES
                   AND WS-PGTO-DIA <= CONST-DIA-DESCONTO
                   AND MS-VALOR-PAGO = ZEROS
                       COMPUTE WS-VALOR-PAGO-CALC ROUNDED =
                           MS-VALOR * (100 - MS-PERC-PONTUAL) / 100
                   WHEN WS-PGTO-ANOMES > MS-ANO-MES
                   OR WS-PGTO-DIA > CONST-DIA-VENCIMENTO
                       MOVE WS-ENT-DATA-PGTO TO WS-DATA-CALCULO
                       PERFORM CALCULAR-ENCARGOS-ATRASO
                       COMPUTE WS-VALOR-PAGO-CALC =
                           WS-VALOR-BASE + WS-VALOR-MULTA-CALC
                                         + WS-VALOR-JUROS-CALC
               END-EVALUATE

               ADD MS-VALOR-PAGO TO WS-VALOR-PAGO-CALC

               MOVE "P"                 TO MS-SITUACAO
               MOVE WS-ENT-DATA-PGTO    TO MS-DATA-PGTO
               MOVE WS-VALOR-PAGO-CALC  TO MS-VALOR-PAGO
               MOVE WS-VALOR-MULTA-CALC TO MS-VALOR-MULTA
               MOVE WS-VALOR-JUROS-CALC TO MS-VALOR-JUROS

               MOVE REG-MENSALIDADE TO TB-MS-REGISTRO(WS-IDX-MS)
               MOVE 1 TO WS-ACHOU-MENS
           END-IF.
      *--------------------------------------------------------------*
      *    MULTA CONTRATUAL E JUROS DIARIOS SOBRE O SALDO DO
      *    PRINCIPAL (WS-VALOR-BASE) DE REG-MENSALIDADE, DO VENCIMENTO
      *    (DIA 10 DO MES DA COBRANCA) ATE WS-DATA-CALCULO.
      *--------------------------------------------------------------*
       CALCULAR-ENCARGOS-ATRASO.

           COMPUTE WS-DATA-VENC =
               MS-ANO-MES * 100 + CONST-DIA-VENCIMENTO.

           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO)
             - FUNCTION INTEGER-OF-DATE(WS-DATA-VENC).

           IF WS-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF.

           COMPUTE WS-VALOR-MULTA-CALC ROUNDED =
               WS-VALOR-BASE * CONST-PERC-MULTA.

           COMPUTE WS-VALOR-JUROS-CALC ROUNDED =
               WS-VALOR-BASE * CONST-PERC-JUROS-DIA * WS-DIAS-ATRASO
               ON SIZE ERROR MOVE 99999,99 TO WS-VALOR-JUROS-CALC
           END-COMPUTE.
      *--------------------------------------------------------------*
       RELATORIO-INADIMPLENCIA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-QTD-ABERTAS WS-TOT-PRINCIPAL
                         WS-TOT-MULTA WS-TOT-JUROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-MENSALIDADES.


               OPEN OUTPUT INADIMPLENCIA

               MOVE WS-DATA-HOJE TO IN-TIT-DATA
               WRITE REG-INADIMPLENCIA FROM IN-TITULO
               WRITE REG-INADIMPLENCIA FROM IN-CABECALHO

               PERFORM GRAVAR-LINHA-ABERTA
               VARYING WS-IDX-MS FROM 1 BY 1
               UNTIL WS-IDX-MS > WS-TOTAL-MENS

               MOVE WS-TOT-PRINCIPAL TO IN-TOT-PRINCIPAL
               MOVE WS-TOT-MULTA     TO IN-TOT-MULTA
               MOVE WS-TOT-JUROS     TO IN-TOT-JUROS
               WRITE REG-INADIMPLENCIA FROM IN-TOTAL

               CLOSE INADIMPLENCIA

               DISPLAY "Meses em aberto: "
                      INTO WS-AUD-PARAMETROS
               MOVE "INADIMPLENCIA GERADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               MOVE WS-AUD-PARAMETROS    TO WS-SPL-PARAMETROS
               MOVE WS-ARQ-INADIMPLENCIA TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
               MOVE MS-TURMA     TO IN-DET-TURMA
               MOVE MS-MATRICULA TO IN-DET-MATRICULA
               MOVE MS-ANO-MES   TO IN-DET-ANO-MES

               COMPUTE WS-VALOR-BASE = MS-VALOR - MS-VALOR-PAGO
               MOVE WS-VALOR-BASE TO IN-DET-VALOR

      *        ENCARGOS CORRIDOS ATE HOJE, SE JA VENCIDA.
               MOVE ZEROS TO WS-VALOR-MULTA-CALC WS-VALOR-JUROS-CALC
               COMPUTE WS-DATA-VENC =
                   MS-ANO-MES * 100 + CONST-DIA-VENCIMENTO

               IF WS-DATA-HOJE > WS-DATA-VENC
                   MOVE WS-DATA-HOJE TO WS-DATA-CALCULO
                   PERFORM CALCULAR-ENCARGOS-ATRASO
               END-IF

               MOVE WS-VALOR-MULTA-CALC TO IN-DET-MULTA
               MOVE WS-VALOR-JUROS-CALC TO IN-DET-JUROS
               COMPUTE WS-VALOR-PAGO-CALC = WS-VALOR-BASE
                   + WS-VALOR-MULTA-CALC + WS-VALOR-JUROS-CALC
               MOVE WS-VALOR-PAGO-CALC  TO IN-DET-TOTAL

               ADD WS-VALOR-BASE       TO WS-TOT-PRINCIPAL
               ADD WS-VALOR-MULTA-CALC TO WS-TOT-MULTA
               ADD WS-VALOR-JUROS-CALC TO WS-TOT-JUROS

               WRITE REG-INADIMPLENCIA FROM IN-DETALHE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="MENSALIDAD"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="MENSALIDAD"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="empresa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-EMPRESA==
                ==:DDVAR:==  BY =="DD_EMPRESA"==.
      *--------------------------------------------------------------*
       LER-EMPRESA.
           COPY LER-EMPRESA.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
