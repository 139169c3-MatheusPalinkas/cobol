       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-CARREIRA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    HISTORICO DE CARREIRA DE UM FUNCIONARIO: IMPRIME A
      *    SITUACAO ATUAL DO MESTRE E TODAS AS MOVIMENTACOES DE
      *    movimentacoes_funcionais.dat DESDE A ADMISSAO (PROMOCOES,
      *    TRANSFERENCIAS E ALTERACOES SALARIAIS), EM ORDEM DE DATA
      *    DE EFEITO, COM OS VALORES ANTERIORES E NOVOS, O MOTIVO E O
      *    OPERADOR QUE APROVOU.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FUNC-MASTER-SELECT.

           COPY MOVIMENTACAO-SELECT.

           SELECT RELAT-CARREIRA ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY FUNC-MASTER-FD.

       COPY MOVIMENTACAO-FD.

       FD RELAT-CARREIRA
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-CARREIRA PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY FUNC-MASTER-STATUS.
           COPY MOVIMENTACAO-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-PRONT-BUSCA            PIC X(8)       VALUE SPACES.
      *---- MOVIMENTACOES DO FUNCIONARIO -----------------------------*
       77 CONST-LIMITE-MOV          PIC 9(3)       VALUE 200.
       77 WS-TOTAL-MOV              PIC 9(3)       VALUE ZEROS.
       77 WS-IDX                    PIC 9(3)       VALUE ZEROS.
       77 WS-POS-MOV                PIC 9(3)       VALUE ZEROS.
       01 TB-CARREIRA.
           02 CARREIRA-ITEM OCCURS 200 TIMES.
               10 CR-DATA-EFETIVA   PIC 9(8)       VALUE ZEROS.
               10 CR-REGISTRO       PIC X(130)     VALUE SPACES.
       01 WS-CARREIRA-AUX           PIC X(138)     VALUE SPACES.
       01 WS-DATA-MOV.
           05 WS-DM-ANO             PIC 9(4)       VALUE ZEROS.
           05 WS-DM-MES             PIC 9(2)       VALUE ZEROS.
           05 WS-DM-DIA             PIC 9(2)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              "HISTORICO DE CARREIRA DO FUNCIONARIO".
       01 CABEC2.
           05 FILLER PIC X(6) VALUE "Nome: ".
           05 CAB-NOME PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Prontuario: ".
           05 CAB-PRONTUARIO PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Situacao: ".
           05 CAB-SITUACAO PIC X(1).
       01 CABEC3.
           05 FILLER PIC X(10) VALUE "Admissao: ".
           05 CAB-ADM-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 CAB-ADM-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 CAB-ADM-ANO PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Atual: ".
           05 CAB-CARGO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CAB-SETOR PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CAB-HORA PIC ZZ9,99.
       01 CABEC4.
           05 FILLER PIC X(12) VALUE "EFEITO".
           05 FILLER PIC X(14) VALUE "TIPO".
           05 FILLER PIC X(32) VALUE "MOTIVO".
           05 FILLER PIC X(10) VALUE "OPERADOR".
       01 CABEC5.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
              "CARGO ANTERIOR -> CARGO NOVO".
           05 FILLER PIC X(8) VALUE "SETOR".
           05 FILLER PIC X(14) VALUE "VALOR HORA".
       01 DET-LINHA1.
           05 DET-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 DET-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 DET-ANO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIPO PIC X(14).
           05 DET-MOTIVO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OPERADOR PIC X(10).
       01 DET-LINHA2.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CARGO-ANT PIC X(20).
           05 FILLER PIC X(4) VALUE " -> ".
           05 DET-CARGO-NOVO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-SETOR-ANT PIC X(2).
           05 FILLER PIC X(2) VALUE "->".
           05 DET-SETOR-NOVO PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-HORA-ANT PIC ZZ9,99.
           05 FILLER PIC X(2) VALUE "->".
           05 DET-HORA-NOVA PIC ZZ9,99.
       01 LINHA-TOTAL.
           05 FILLER PIC X(26) VALUE "Movimentacoes listadas: ".
           05 TOT-MOV PIC ZZ9.
       01 LINHA-RODAPE.
           05 FILLER PIC X(50) VALUE SPACES.
           05 ROD-EMPRESA PIC X(30) VALUE "Palinkas e Tavares".
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP08-CARREIRA - historico de carreira do funcionario".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Prontuario:".
           10 SC-PRONT-BUSCA        LINE + 0  COLUMN 40
           USING WS-PRONT-BUSCA.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.

           PERFORM LER-EMPRESA.
           MOVE WS-EMP-RAZAO TO ROD-EMPRESA.

           PERFORM LER-FUNCIONARIO.

           PERFORM CARREGAR-MOVIMENTACOES.

           DISPLAY "DD_RELAT-CARREIRA" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT    UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-CARREIRA.

           PERFORM WRITE-CABECALHO.

           PERFORM IMPRIMIR-MOVIMENTACAO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-MOV.

           MOVE WS-TOTAL-MOV TO TOT-MOV.
           WRITE REC-RELAT-CARREIRA FROM LINHA-TOTAL
           BEFORE ADVANCING 2 LINES.

           WRITE REC-RELAT-CARREIRA FROM LINHA-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE RELAT-CARREIRA.

           DISPLAY "MOVIMENTACOES LISTADAS: " WS-TOTAL-MOV.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-PRONT-BUSCA DELIMITED BY SIZE
                  " MOV=" DELIMITED BY SIZE
                  WS-TOTAL-MOV DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "HISTORICO DE CARREIRA EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-PRONT-BUSCA.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-PRONT-BUSCA = SPACES
               DISPLAY "Prontuario invalido - informe novamente"
               AT 1410 FOREGROUND-COLOR 6
               GO TO ENTRADA-PARAMETROS
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-FUNC-MASTER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
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
       LER-FUNCIONARIO.
           PERFORM OBTER-CAMINHO-FUNC-MASTER.

           OPEN INPUT FUNC-MASTER.

           IF NOT FLAG-FUNC-MASTER-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE FUNCIONARIOS"
               STOP RUN
           END-IF.

           MOVE WS-PRONT-BUSCA TO FM-PRONTUARIO.
           READ FUNC-MASTER.

           IF NOT FLAG-FUNC-MASTER-SUCESSO
               DISPLAY "PRONTUARIO SEM CADASTRO NO MESTRE"
               CLOSE FUNC-MASTER
               STOP RUN
           END-IF.

           MOVE FM-NOME              TO CAB-NOME.
           MOVE FM-PRONTUARIO        TO CAB-PRONTUARIO.
           MOVE FM-SITUACAO          TO CAB-SITUACAO.
           MOVE FM-DATA-ADMISSAO     TO WS-DATA-MOV.
           MOVE WS-DM-DIA            TO CAB-ADM-DIA.
           MOVE WS-DM-MES            TO CAB-ADM-MES.
           MOVE WS-DM-ANO            TO CAB-ADM-ANO.
           MOVE FM-CARGO             TO CAB-CARGO.
           MOVE FM-SETOR             TO CAB-SETOR.
           MOVE FM-HORA-TRABALHADA   TO CAB-HORA.

           CLOSE FUNC-MASTER.
      *--------------------------------------------------------------*
      *    SEM O ARQUIVO DE MOVIMENTACOES O RELATORIO SAI SO COM A
      *    SITUACAO DO MESTRE.
      *--------------------------------------------------------------*
       CARREGAR-MOVIMENTACOES.
           MOVE ZEROS  TO WS-TOTAL-MOV.
           MOVE SPACES TO WS-STATUS-MOVIMENTACOES.

           PERFORM OBTER-CAMINHO-MOVIMENTACOES.

           OPEN INPUT MOVIMENTACOES.

           IF FLAG-MOVIMENTACOES-SUCESSO
               PERFORM CARREGAR-LINHA-MOVIMENTACAO WITH TEST BEFORE
               UNTIL FLAG-MOVIMENTACOES-EOF
               CLOSE MOVIMENTACOES
           END-IF.
      *--------------------------------------------------------------*
      *    O ARQUIVO ESTA NA ORDEM EM QUE AS MUDANCAS FORAM
      *    REGISTRADAS; CADA LINHA ENTRA NA TABELA NA POSICAO DA SUA
      *    DATA DE EFEITO (MESMA DATA MANTEM A ORDEM DE REGISTRO).
      *--------------------------------------------------------------*
       CARREGAR-LINHA-MOVIMENTACAO.

           READ MOVIMENTACOES.

           IF NOT FLAG-MOVIMENTACOES-EOF
           AND MF-PRONTUARIO = WS-PRONT-BUSCA
               IF WS-TOTAL-MOV >= CONST-LIMITE-MOV
                   DISPLAY "TABELA DE MOVIMENTACOES CHEIA - "
                       "EFEITO " MF-DATA-EFETIVA " FORA DO RELATORIO"
               ELSE
                   ADD 1 TO WS-TOTAL-MOV
                   MOVE WS-TOTAL-MOV     TO WS-POS-MOV
                   MOVE MF-DATA-EFETIVA  TO CR-DATA-EFETIVA(WS-POS-MOV)
                   MOVE REG-MOVIMENTACAO TO CR-REGISTRO(WS-POS-MOV)

                   PERFORM ORDENAR-MOVIMENTACAO WITH TEST BEFORE
                   UNTIL WS-POS-MOV < 2
                   OR CR-DATA-EFETIVA(WS-POS-MOV - 1)
                      <= CR-DATA-EFETIVA(WS-POS-MOV)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ORDENAR-MOVIMENTACAO.
           MOVE CARREIRA-ITEM(WS-POS-MOV - 1) TO WS-CARREIRA-AUX.
           MOVE CARREIRA-ITEM(WS-POS-MOV)
               TO CARREIRA-ITEM(WS-POS-MOV - 1).
           MOVE WS-CARREIRA-AUX TO CARREIRA-ITEM(WS-POS-MOV).

           SUBTRACT 1 FROM WS-POS-MOV.
      *--------------------------------------------------------------*
       WRITE-CABECALHO.
           WRITE REC-RELAT-CARREIRA FROM CABEC1
           BEFORE ADVANCING 2 LINES.

           WRITE REC-RELAT-CARREIRA FROM CABEC2
           BEFORE ADVANCING 1 LINE.

           WRITE REC-RELAT-CARREIRA FROM CABEC3
           BEFORE ADVANCING 2 LINES.

           PERFORM WRITE-CABECALHO-CONT.
      *--------------------------------------------------------------*
       WRITE-CABECALHO-CONT.
           WRITE REC-RELAT-CARREIRA FROM CABEC4
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-CARREIRA FROM CABEC5
           BEFORE ADVANCING 2 LINES.
      *--------------------------------------------------------------*
       FIMPAGINA.
           WRITE REC-RELAT-CARREIRA FROM SPACES
           BEFORE ADVANCING PAGE.
           PERFORM WRITE-CABECALHO-CONT.
      *--------------------------------------------------------------*
       IMPRIMIR-MOVIMENTACAO.
           MOVE CR-REGISTRO(WS-IDX)  TO REG-MOVIMENTACAO.

           MOVE MF-DATA-EFETIVA      TO WS-DATA-MOV.
           MOVE WS-DM-DIA            TO DET-DIA.
           MOVE WS-DM-MES            TO DET-MES.
           MOVE WS-DM-ANO            TO DET-ANO.

           EVALUATE TRUE
               WHEN FLAG-MF-ADMISSAO
                   MOVE "ADMISSAO"       TO DET-TIPO
               WHEN FLAG-MF-PROMOCAO
                   MOVE "PROMOCAO"       TO DET-TIPO
               WHEN FLAG-MF-TRANSFERENCIA
                   MOVE "TRANSFERENCIA"  TO DET-TIPO
               WHEN FLAG-MF-SALARIO
                   MOVE "SALARIO"        TO DET-TIPO
               WHEN OTHER
                   MOVE MF-TIPO          TO DET-TIPO
           END-EVALUATE.

           MOVE MF-MOTIVO            TO DET-MOTIVO.
           MOVE MF-OPERADOR          TO DET-OPERADOR.
           WRITE REC-RELAT-CARREIRA FROM DET-LINHA1
           BEFORE ADVANCING 1 LINE
           END-OF-PAGE PERFORM FIMPAGINA.

           MOVE MF-CARGO-ANTERIOR    TO DET-CARGO-ANT.
           MOVE MF-CARGO-NOVO        TO DET-CARGO-NOVO.
           MOVE MF-SETOR-ANTERIOR    TO DET-SETOR-ANT.
           MOVE MF-SETOR-NOVO        TO DET-SETOR-NOVO.
           MOVE MF-HORA-ANTERIOR     TO DET-HORA-ANT.
           MOVE MF-HORA-NOVA         TO DET-HORA-NOVA.
           WRITE REC-RELAT-CARREIRA FROM DET-LINHA2
           BEFORE ADVANCING 2 LINES
           END-OF-PAGE PERFORM FIMPAGINA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-CARRE"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-CARRE"==
                                      ==:CLASSE:== BY =="F"==.
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
