       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MATRICULA.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    MATRICULA E REMATRICULA COM CONTROLE DE VAGAS: MANTEM A
      *    CAPACIDADE DE CADA TURMA (capacidade_turmas.txt) E AS
      *    SOLICITACOES DO ANO LETIVO (matriculas.dat). A NOVA
      *    MATRICULA ENTRA COMO SOLICITADA; A ALOCACAO DE VAGAS
      *    CONFIRMA, EM ORDEM DE DATA DA SOLICITACAO, ENQUANTO HOUVER
      *    VAGA NA TURMA (CONTADA EM ALUNOS.DAT) - O CONFIRMADO ENTRA
      *    EM ALUNOS.DAT E O RESTANTE VAI PARA A LISTA DE ESPERA. A
      *    CAMPANHA DE REMATRICULA ABRE UMA SOLICITACAO PARA CADA
      *    ALUNO ATUAL, QUE PRECISA SER CONFIRMADA ANTES DO
      *    ENCERRA-ANO. A LISTA DE ESPERA SAI EM lista_espera.txt.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPACIDADE-TURMA-SELECT.

           COPY MATRICULA-SELECT.

           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT LISTA-ESPERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-LISTA-ESPERA.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY CAPACIDADE-TURMA-FD.

       COPY MATRICULA-FD.

       FD  ALUNOS
           LABEL RECORD STANDARD
           DATA RECORD IS REG-ALUNO.

       01  REG-ALUNO.
           05 AL-MATRICULA          PIC X(06)             VALUE SPACES.
           05 AL-TURMA              PIC X(03)             VALUE SPACES.
           05 AL-NOME               PIC X(35)             VALUE SPACES.
           05 AL-NOTAS.
               10 AL-NOTA-COMP OCCURS 5 TIMES PIC 99V9.
           05 FILLER                PIC X(02)             VALUE SPACES.

       FD  LISTA-ESPERA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LISTA-ESPERA.

       01  REG-LISTA-ESPERA.
           05 LE-LINHA              PIC X(80)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-MENSAGEM-ERRO          PIC X(50)             VALUE SPACES.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY CAPACIDADE-TURMA-STATUS.
           COPY MATRICULA-STATUS.
       77 WS-ARQ-ALUNOS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-SUCESSO                  VALUE "00".
           88 FLAG-ALUNOS-EOF                      VALUE "10".
           88 FLAG-ALUNOS-NAO-CRIADO               VALUE "35".
       77 WS-ARQ-LISTA-ESPERA       PIC X(60)      VALUE SPACES.
       77 WS-STATUS-LISTA-ESPERA    PIC X(02)      VALUE SPACES.
      *---- ENTRADAS -------------------------------------------------*
       01 WS-MATRICULA-ENTRADA.
           05 WS-ENT-MATRICULA      PIC X(06)      VALUE SPACES.
           05 WS-ENT-NOME           PIC X(35)      VALUE SPACES.
           05 WS-ENT-TURMA          PIC X(03)      VALUE SPACES.
           05 WS-ENT-ANO            PIC 9(04)      VALUE ZEROS.
           05 WS-ENT-VAGAS          PIC 9(03)      VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(08)      VALUE ZEROS.
      *---- MATRICULAS EM MEMORIA ------------------------------------*
       77 CONST-LIMITE-MATRICULAS   PIC 9(4)       VALUE 999.
       77 WS-TOTAL-MATRICULAS       PIC 9(4)       VALUE ZEROS.
       77 WS-POS-MATRICULA          PIC 9(4)       VALUE ZEROS.
           88 FLAG-MATRICULA-ENCONTRADA VALUE 1 THRU 999.
       77 WS-IDX-MT                 PIC 9(4)       VALUE ZEROS.
       77 WS-ULTIMA-SEQUENCIA       PIC 9(05)      VALUE ZEROS.
       77 WS-MT-ESTOURO             PIC 9          VALUE ZEROS.
           88 FLAG-MT-ESTOURO                      VALUE 1.
       01 TB-MATRICULAS.
           02 MATRICULA-ITEM OCCURS 999 TIMES.
               10 TB-MT-REGISTRO    PIC X(79)      VALUE SPACES.
      *---- ALUNOS EM MEMORIA ----------------------------------------*
       77 CONST-LIMITE-ALUNOS       PIC 9(3)       VALUE 500.
       77 WS-TOTAL-ALUNOS           PIC 9(3)       VALUE ZEROS.
       77 WS-POS-ALUNO              PIC 9(3)       VALUE ZEROS.
           88 FLAG-ALUNO-ENCONTRADO VALUE 1 THRU 500.
       77 WS-IDX                    PIC 9(3)       VALUE ZEROS.
       01 TB-ALUNOS.
           02 ALUNO-ITEM OCCURS 500 TIMES.
               10 TB-AL-REGISTRO    PIC X(61)      VALUE SPACES.
       01 WS-REG-ALUNO.
           05 WA-MATRICULA          PIC X(06)      VALUE SPACES.
           05 WA-TURMA              PIC X(03)      VALUE SPACES.
           05 WA-NOME               PIC X(35)      VALUE SPACES.
           05 WA-NOTAS.
               10 WA-NOTA-COMP OCCURS 5 TIMES PIC 99V9.
           05 FILLER                PIC X(02)      VALUE SPACES.
      *---- VAGAS POR TURMA ------------------------------------------*
       77 CONST-LIMITE-TURMAS       PIC 9(2)       VALUE 30.
       77 WS-TOTAL-TURMAS           PIC 9(2)       VALUE ZEROS.
       77 WS-POS-TURMA              PIC 9(2)       VALUE ZEROS.
           88 FLAG-TURMA-NA-TABELA  VALUE 1 THRU 30.
       77 WS-IDX-TURMA              PIC 9(2)       VALUE ZEROS.
       77 WS-TURMA-BUSCA            PIC X(03)      VALUE SPACES.
       01 TB-TURMAS.
           02 TURMA-ITEM OCCURS 30 TIMES.
               10 TB-TU-TURMA       PIC X(03)      VALUE SPACES.
               10 TB-TU-VAGAS       PIC 9(03)      VALUE ZEROS.
               10 TB-TU-LIMITE      PIC 9          VALUE ZEROS.
                   88 FLAG-TU-COM-LIMITE           VALUE 1.
               10 TB-TU-OCUPADAS    PIC 9(03)      VALUE ZEROS.
      *---- FILA DE SOLICITACOES POR DATA ----------------------------*
       77 WS-TOTAL-FILA             PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-FILA               PIC 9(4)       VALUE ZEROS.
       77 WS-IDX-TROCA              PIC 9(4)       VALUE ZEROS.
       01 TB-FILA.
           02 FILA-ITEM OCCURS 999 TIMES.
               10 TB-FL-POS         PIC 9(4)       VALUE ZEROS.
               10 TB-FL-CHAVE       PIC 9(13)      VALUE ZEROS.
       01 WS-FILA-TROCA.
           05 WS-FL-POS-TROCA       PIC 9(4)       VALUE ZEROS.
           05 WS-FL-CHAVE-TROCA     PIC 9(13)      VALUE ZEROS.
      *---- CONTADORES -----------------------------------------------*
       77 WS-QTD-GERADAS            PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-CONFIRMADAS        PIC 9(4)       VALUE ZEROS.
       77 WS-QTD-ESPERA             PIC 9(4)       VALUE ZEROS.
       77 WS-POSICAO-ESPERA         PIC 9(4)       VALUE ZEROS.
      *---- LINHAS DA LISTA DE ESPERA --------------------------------*
       01 LE-TITULO.
           05 FILLER PIC X(31) VALUE
              "LISTA DE ESPERA - ANO LETIVO ".
           05 LE-TIT-ANO PIC 9(4).
       01 LE-TURMA.
           05 FILLER PIC X(6) VALUE "Turma ".
           05 LE-TU-TURMA PIC X(03).
           05 FILLER PIC X(10) VALUE "  Vagas: ".
           05 LE-TU-VAGAS PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  Ocupadas: ".
           05 LE-TU-OCUPADAS PIC ZZ9.
       01 LE-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-DET-POSICAO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-DET-MATRICULA PIC X(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-DET-NOME PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-DET-DATA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-DET-TIPO PIC X(11).
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-OPCOES.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "MATRICULA - matriculas, vagas e lista de espera".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - cadastrar capacidade da turma".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - solicitar matricula".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - abrir campanha de rematricula".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - confirmar rematricula".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - cancelar matricula".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - alocar vagas (solicitacoes e espera)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "7 - relatorio da lista de espera".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "8 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-OPCOES.

           STOP RUN.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CAPACIDADES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="capacidade_turmas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-CAPACIDADES==
                ==:DDVAR:==  BY =="DD_CAPACIDADES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MATRICULAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="matriculas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MATRICULAS==
                ==:DDVAR:==  BY =="DD_MATRICULAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ALUNOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="ALUNOS.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-ALUNOS==
                ==:DDVAR:==  BY =="DD_ALUNOS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-LISTA-ESPERA.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="lista_espera.txt"==
                ==:DESTINO:== BY ==WS-ARQ-LISTA-ESPERA==
                ==:DDVAR:==  BY =="DD_LISTA-ESPERA"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-CAPACIDADE
               WHEN 2
                   PERFORM SOLICITAR-MATRICULA
               WHEN 3
                   PERFORM ABRIR-CAMPANHA-REMATRICULA
               WHEN 4
                   PERFORM CONFIRMAR-REMATRICULA
               WHEN 5
                   PERFORM CANCELAR-MATRICULA
               WHEN 6
                   PERFORM ALOCAR-VAGAS
               WHEN 7
                   PERFORM RELATORIO-LISTA-ESPERA
               WHEN 8
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       CADASTRAR-CAPACIDADE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-TURMA.
           MOVE ZEROS  TO WS-ENT-VAGAS.

           DISPLAY "Turma: " AT 0528.
           ACCEPT WS-ENT-TURMA AT 0536.

           DISPLAY "Numero de vagas: " AT 0728.
           ACCEPT WS-ENT-VAGAS AT 0746.

           IF WS-ENT-TURMA = SPACES
           OR WS-ENT-VAGAS = ZEROS
               DISPLAY "Dados invalidos - cadastro cancelado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM OBTER-CAMINHO-CAPACIDADES

               MOVE SPACES TO WS-STATUS-CAPACIDADES

               OPEN EXTEND CAPACIDADES

               IF NOT FLAG-CAPACIDADES-SUCESSO
                   IF FLAG-CAPACIDADES-NAO-CRIADO
                       OPEN OUTPUT CAPACIDADES
                   END-IF
               END-IF

               MOVE SPACES TO REG-CAPACIDADE
               MOVE WS-ENT-TURMA TO CT-TURMA
               MOVE WS-ENT-VAGAS TO CT-VAGAS
               WRITE REG-CAPACIDADE

               CLOSE CAPACIDADES

               DISPLAY "Capacidade cadastrada"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
      *    A ULTIMA LINHA DA TURMA NO ARQUIVO E A CAPACIDADE VIGENTE.
      *--------------------------------------------------------------*
       CARREGAR-CAPACIDADES.

           MOVE ZEROS  TO WS-TOTAL-TURMAS.
           MOVE SPACES TO WS-STATUS-CAPACIDADES.

           PERFORM OBTER-CAMINHO-CAPACIDADES.

           OPEN INPUT CAPACIDADES.

           IF FLAG-CAPACIDADES-SUCESSO
               PERFORM CARREGAR-LINHA-CAPACIDADE WITH TEST BEFORE
               UNTIL FLAG-CAPACIDADES-EOF
               CLOSE CAPACIDADES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CAPACIDADE.

           READ CAPACIDADES.

           IF NOT FLAG-CAPACIDADES-EOF
           AND CT-TURMA NOT = SPACES
               MOVE CT-TURMA TO WS-TURMA-BUSCA
               PERFORM LOCALIZAR-TURMA

               IF FLAG-TURMA-NA-TABELA
                   MOVE CT-VAGAS TO TB-TU-VAGAS(WS-POS-TURMA)
                   MOVE 1        TO TB-TU-LIMITE(WS-POS-TURMA)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    LOCALIZA WS-TURMA-BUSCA NA TABELA DE VAGAS, INCLUINDO A
      *    TURMA (SEM LIMITE) QUANDO AINDA NAO ESTIVER NELA.
      *--------------------------------------------------------------*
       LOCALIZAR-TURMA.

           MOVE ZEROS TO WS-POS-TURMA.

           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
           UNTIL WS-IDX-TURMA > WS-TOTAL-TURMAS

               IF TB-TU-TURMA(WS-IDX-TURMA) = WS-TURMA-BUSCA
                   MOVE WS-IDX-TURMA TO WS-POS-TURMA
               END-IF
           END-PERFORM.

           IF NOT FLAG-TURMA-NA-TABELA
           AND WS-TOTAL-TURMAS < CONST-LIMITE-TURMAS
               ADD 1 TO WS-TOTAL-TURMAS
               MOVE WS-TOTAL-TURMAS TO WS-POS-TURMA
               MOVE WS-TURMA-BUSCA  TO TB-TU-TURMA(WS-POS-TURMA)
               MOVE ZEROS           TO TB-TU-VAGAS(WS-POS-TURMA)
                                       TB-TU-LIMITE(WS-POS-TURMA)
                                       TB-TU-OCUPADAS(WS-POS-TURMA)
           END-IF.
      *--------------------------------------------------------------*
      *    ALUNOS.DAT E O QUADRO DE ALUNOS MATRICULADOS: CADA ALUNO
      *    OCUPA UMA VAGA NA SUA TURMA.
      *--------------------------------------------------------------*
       CARREGAR-ALUNOS.

           MOVE ZEROS  TO WS-TOTAL-ALUNOS.
           MOVE SPACES TO WS-STATUS-ALUNOS.

           PERFORM OBTER-CAMINHO-ALUNOS.

           OPEN INPUT ALUNOS.

           IF FLAG-ALUNOS-SUCESSO
               PERFORM CARREGAR-LINHA-ALUNO WITH TEST BEFORE
               UNTIL FLAG-ALUNOS-EOF
               OR WS-TOTAL-ALUNOS >= CONST-LIMITE-ALUNOS
               CLOSE ALUNOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ALUNO.

           READ ALUNOS AT END
           MOVE "10" TO WS-STATUS-ALUNOS.

           IF NOT FLAG-ALUNOS-EOF
               ADD 1 TO WS-TOTAL-ALUNOS
               MOVE REG-ALUNO TO TB-AL-REGISTRO(WS-TOTAL-ALUNOS)

               MOVE AL-TURMA TO WS-TURMA-BUSCA
               PERFORM LOCALIZAR-TURMA

               IF FLAG-TURMA-NA-TABELA
                   ADD 1 TO TB-TU-OCUPADAS(WS-POS-TURMA)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ALUNO.

           MOVE ZEROS TO WS-POS-ALUNO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-ALUNOS

               MOVE TB-AL-REGISTRO(WS-IDX) TO WS-REG-ALUNO

               IF WA-MATRICULA = WS-ENT-MATRICULA
                   MOVE WS-IDX TO WS-POS-ALUNO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CARREGAR-MATRICULAS.

           MOVE ZEROS  TO WS-TOTAL-MATRICULAS WS-MT-ESTOURO
                          WS-ULTIMA-SEQUENCIA.
           MOVE SPACES TO WS-STATUS-MATRICULAS.

           PERFORM OBTER-CAMINHO-MATRICULAS.

           OPEN INPUT MATRICULAS.

           IF FLAG-MATRICULAS-SUCESSO
               PERFORM CARREGAR-LINHA-MATRICULA WITH TEST BEFORE
               UNTIL FLAG-MATRICULAS-EOF
               OR WS-TOTAL-MATRICULAS >= CONST-LIMITE-MATRICULAS

      *    CARGA INTERROMPIDA PELO LIMITE DA TABELA: REGRAVAR
      *    AGORA APAGARIA AS SOLICITACOES ALEM DO LIMITE.
               IF NOT FLAG-MATRICULAS-EOF
                   MOVE 1 TO WS-MT-ESTOURO
               END-IF

               CLOSE MATRICULAS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-MATRICULA.

           READ MATRICULAS.

           IF NOT FLAG-MATRICULAS-EOF
               ADD 1 TO WS-TOTAL-MATRICULAS
               MOVE REG-MATRICULA
                   TO TB-MT-REGISTRO(WS-TOTAL-MATRICULAS)

               IF MT-SEQUENCIA > WS-ULTIMA-SEQUENCIA
                   MOVE MT-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SALVAR-MATRICULAS.

           PERFORM OBTER-CAMINHO-MATRICULAS.

           OPEN OUTPUT MATRICULAS.

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
           UNTIL WS-IDX-MT > WS-TOTAL-MATRICULAS
               MOVE TB-MT-REGISTRO(WS-IDX-MT) TO REG-MATRICULA
               WRITE REG-MATRICULA
           END-PERFORM.

           CLOSE MATRICULAS.
      *--------------------------------------------------------------*
      *    ULTIMA SOLICITACAO DA MATRICULA NO ANO INFORMADO (A MAIS
      *    RECENTE PREVALECE SOBRE UMA CANCELADA ANTERIOR).
      *--------------------------------------------------------------*
       LOCALIZAR-MATRICULA-ANO.

           MOVE ZEROS TO WS-POS-MATRICULA.

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
           UNTIL WS-IDX-MT > WS-TOTAL-MATRICULAS

               MOVE TB-MT-REGISTRO(WS-IDX-MT) TO REG-MATRICULA

               IF MT-MATRICULA = WS-ENT-MATRICULA
               AND MT-ANO-LETIVO = WS-ENT-ANO
                   MOVE WS-IDX-MT TO WS-POS-MATRICULA
               END-IF
           END-PERFORM.

           IF FLAG-MATRICULA-ENCONTRADA
               MOVE TB-MT-REGISTRO(WS-POS-MATRICULA) TO REG-MATRICULA
           END-IF.
      *--------------------------------------------------------------*
       AVISAR-LIMITE-MATRICULAS.

           DISPLAY "MATRICULAS ACIMA DO LIMITE DA TABELA -"
           FOREGROUND-COLOR 6 AT 2028.
           DISPLAY "OPERACAO CANCELADA PARA NAO PERDER SOLICITACOES"
           FOREGROUND-COLOR 6 AT 2128.
      *--------------------------------------------------------------*
       SOLICITAR-MATRICULA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-MATRICULA WS-ENT-NOME WS-ENT-TURMA.
           MOVE ZEROS  TO WS-ENT-ANO.

           DISPLAY "Matricula: " AT 0528.
           ACCEPT WS-ENT-MATRICULA AT 0540.

           DISPLAY "Nome: " AT 0628.
           ACCEPT WS-ENT-NOME AT 0640.

           DISPLAY "Turma pretendida: " AT 0728.
           ACCEPT WS-ENT-TURMA AT 0747.

           DISPLAY "Ano letivo (AAAA): " AT 0828.
           ACCEPT WS-ENT-ANO AT 0848.

           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-ALUNOS.
           PERFORM LOCALIZAR-ALUNO.
           PERFORM LOCALIZAR-MATRICULA-ANO.

           MOVE SPACES TO WS-MENSAGEM-ERRO.

           EVALUATE TRUE
               WHEN WS-ENT-MATRICULA = SPACES
               OR WS-ENT-NOME = SPACES
               OR WS-ENT-TURMA = SPACES
               OR WS-ENT-ANO = ZEROS
                   MOVE "Dados invalidos - solicitacao cancelada"
                       TO WS-MENSAGEM-ERRO
               WHEN FLAG-MT-ESTOURO
                   PERFORM AVISAR-LIMITE-MATRICULAS
               WHEN FLAG-ALUNO-ENCONTRADO
                   MOVE "Matricula ja e aluno - use a rematricula"
                       TO WS-MENSAGEM-ERRO
               WHEN FLAG-MATRICULA-ENCONTRADA
               AND NOT FLAG-MT-CANCELADA
                   MOVE "Solicitacao ja registrada para o ano"
                       TO WS-MENSAGEM-ERRO
               WHEN WS-TOTAL-MATRICULAS >= CONST-LIMITE-MATRICULAS
                   MOVE "Tabela de matriculas cheia"
                       TO WS-MENSAGEM-ERRO
               WHEN OTHER
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

                   MOVE SPACES TO REG-MATRICULA
                   MOVE WS-ENT-MATRICULA TO MT-MATRICULA
                   MOVE WS-ENT-ANO       TO MT-ANO-LETIVO
                   MOVE WS-ENT-TURMA     TO MT-TURMA
                   MOVE WS-ENT-NOME      TO MT-NOME
                   MOVE "N"              TO MT-TIPO
                   PERFORM INCLUIR-SOLICITACAO
                   PERFORM SALVAR-MATRICULAS

                   DISPLAY "Solicitacao registrada - aguarde a "
                       "alocacao de vagas"
                   FOREGROUND-COLOR 2 AT 2028

                   STRING "MAT=" DELIMITED BY SIZE
                          WS-ENT-MATRICULA DELIMITED BY SIZE
                          " TURMA=" DELIMITED BY SIZE
                          WS-ENT-TURMA DELIMITED BY SIZE
                          " ANO=" DELIMITED BY SIZE
                          WS-ENT-ANO DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "MATRICULA SOLICITADA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
           END-EVALUATE.

           IF WS-MENSAGEM-ERRO NOT = SPACES
               DISPLAY WS-MENSAGEM-ERRO FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
      *    ACRESCENTA REG-MATRICULA (JA PREENCHIDO COM ALUNO, ANO,
      *    TURMA E TIPO) COMO SOLICITADA NA DATA DE HOJE, COM A
      *    PROXIMA SEQUENCIA - DATA E SEQUENCIA ORDENAM A ESPERA.
      *--------------------------------------------------------------*
       INCLUIR-SOLICITACAO.

           ADD 1 TO WS-ULTIMA-SEQUENCIA.

           MOVE WS-DATA-HOJE        TO MT-DATA-SOLIC.
           MOVE WS-ULTIMA-SEQUENCIA TO MT-SEQUENCIA.
           MOVE "S"                 TO MT-SITUACAO.
           MOVE WS-DATA-HOJE        TO MT-DATA-SITUACAO.

           ADD 1 TO WS-TOTAL-MATRICULAS.
           MOVE REG-MATRICULA TO TB-MT-REGISTRO(WS-TOTAL-MATRICULAS).
      *--------------------------------------------------------------*
      *    CAMPANHA DE REMATRICULA: CADA ALUNO ATUAL RECEBE UMA
      *    SOLICITACAO DE REMATRICULA PARA O ANO INFORMADO, NA TURMA
      *    ATUAL (O ENCERRA-ANO AJUSTA PARA A TURMA DE DESTINO). QUEM
      *    NAO CONFIRMAR ATE O ENCERRAMENTO NAO SEGUE PARA O ANO NOVO.
      *--------------------------------------------------------------*
       ABRIR-CAMPANHA-REMATRICULA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-ANO WS-QTD-GERADAS.

           DISPLAY "Ano letivo da rematricula (AAAA): " AT 0528.
           ACCEPT WS-ENT-ANO AT 0563.

           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-ALUNOS.

           EVALUATE TRUE
               WHEN WS-ENT-ANO = ZEROS
                   DISPLAY "Ano invalido" FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-MT-ESTOURO
                   PERFORM AVISAR-LIMITE-MATRICULAS
               WHEN WS-TOTAL-ALUNOS = ZEROS
                   DISPLAY "ALUNOS.DAT VAZIO - NADA A REMATRICULAR"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

                   PERFORM GERAR-REMATRICULA-ALUNO
                   VARYING WS-POS-ALUNO FROM 1 BY 1
                   UNTIL WS-POS-ALUNO > WS-TOTAL-ALUNOS

                   IF WS-QTD-GERADAS > ZEROS
                       PERFORM SALVAR-MATRICULAS
                   END-IF

                   DISPLAY "Rematriculas abertas: "
                   FOREGROUND-COLOR 2 AT 2028
                   DISPLAY WS-QTD-GERADAS
                   FOREGROUND-COLOR 2 AT 2051

                   STRING "ANO=" DELIMITED BY SIZE
                          WS-ENT-ANO DELIMITED BY SIZE
                          " ABERTAS=" DELIMITED BY SIZE
                          WS-QTD-GERADAS DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "CAMPANHA DE REMATRICULA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
           END-EVALUATE.
      *--------------------------------------------------------------*
       GERAR-REMATRICULA-ALUNO.

           MOVE TB-AL-REGISTRO(WS-POS-ALUNO) TO WS-REG-ALUNO.
           MOVE WA-MATRICULA TO WS-ENT-MATRICULA.

           PERFORM LOCALIZAR-MATRICULA-ANO.

           IF NOT FLAG-MATRICULA-ENCONTRADA
           AND WS-TOTAL-MATRICULAS < CONST-LIMITE-MATRICULAS
               MOVE SPACES TO REG-MATRICULA
               MOVE WA-MATRICULA TO MT-MATRICULA
               MOVE WS-ENT-ANO   TO MT-ANO-LETIVO
               MOVE WA-TURMA     TO MT-TURMA
               MOVE WA-NOME      TO MT-NOME
               MOVE "R"          TO MT-TIPO
               PERFORM INCLUIR-SOLICITACAO
               ADD 1 TO WS-QTD-GERADAS
           END-IF.
      *--------------------------------------------------------------*
       CONFIRMAR-REMATRICULA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-MATRICULA.
           MOVE ZEROS  TO WS-ENT-ANO.

           DISPLAY "Matricula: " AT 0528.
           ACCEPT WS-ENT-MATRICULA AT 0540.

           DISPLAY "Ano letivo (AAAA): " AT 0728.
           ACCEPT WS-ENT-ANO AT 0748.

           PERFORM CARREGAR-MATRICULAS.
           PERFORM LOCALIZAR-MATRICULA-ANO.

           MOVE SPACES TO WS-MENSAGEM-ERRO.

           EVALUATE TRUE
               WHEN FLAG-MT-ESTOURO
                   PERFORM AVISAR-LIMITE-MATRICULAS
               WHEN NOT FLAG-MATRICULA-ENCONTRADA
               OR NOT FLAG-MT-REMATRICULA
                   MOVE "Rematricula nao aberta para o aluno no ano"
                       TO WS-MENSAGEM-ERRO
               WHEN NOT FLAG-MT-SOLICITADA
                   MOVE "Rematricula nao esta pendente de confirmacao"
                       TO WS-MENSAGEM-ERRO
               WHEN OTHER
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

                   MOVE "C"          TO MT-SITUACAO
                   MOVE WS-DATA-HOJE TO MT-DATA-SITUACAO
                   MOVE REG-MATRICULA
                       TO TB-MT-REGISTRO(WS-POS-MATRICULA)
                   PERFORM SALVAR-MATRICULAS

                   DISPLAY "Rematricula confirmada"
                   FOREGROUND-COLOR 2 AT 2028

                   STRING "MAT=" DELIMITED BY SIZE
                          WS-ENT-MATRICULA DELIMITED BY SIZE
                          " ANO=" DELIMITED BY SIZE
                          WS-ENT-ANO DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "REMATRICULA CONFIRMADA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
           END-EVALUATE.

           IF WS-MENSAGEM-ERRO NOT = SPACES
               DISPLAY WS-MENSAGEM-ERRO FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
      *    O CANCELAMENTO DE UMA MATRICULA NOVA JA CONFIRMADA LIBERA
      *    A VAGA: O ALUNO SAI DE ALUNOS.DAT E A PROXIMA ALOCACAO
      *    CHAMA O PRIMEIRO DA LISTA DE ESPERA. A REMATRICULA
      *    CANCELADA SO TIRA O ALUNO NO ENCERRA-ANO.
      *--------------------------------------------------------------*
       CANCELAR-MATRICULA.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-MATRICULA.
           MOVE ZEROS  TO WS-ENT-ANO.

           DISPLAY "Matricula: " AT 0528.
           ACCEPT WS-ENT-MATRICULA AT 0540.

           DISPLAY "Ano letivo (AAAA): " AT 0728.
           ACCEPT WS-ENT-ANO AT 0748.

           PERFORM CARREGAR-MATRICULAS.
           PERFORM LOCALIZAR-MATRICULA-ANO.

           EVALUATE TRUE
               WHEN FLAG-MT-ESTOURO
                   PERFORM AVISAR-LIMITE-MATRICULAS
               WHEN NOT FLAG-MATRICULA-ENCONTRADA
               OR FLAG-MT-CANCELADA
                   DISPLAY "Matricula ativa nao encontrada no ano"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   IF FLAG-MT-NOVA
                   AND FLAG-MT-CONFIRMADA
                       PERFORM RETIRAR-ALUNO-QUADRO
                   END-IF

                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

                   MOVE "X"          TO MT-SITUACAO
                   MOVE WS-DATA-HOJE TO MT-DATA-SITUACAO
                   MOVE REG-MATRICULA
                       TO TB-MT-REGISTRO(WS-POS-MATRICULA)
                   PERFORM SALVAR-MATRICULAS

                   DISPLAY "Matricula cancelada"
                   FOREGROUND-COLOR 2 AT 2028

                   STRING "MAT=" DELIMITED BY SIZE
                          WS-ENT-MATRICULA DELIMITED BY SIZE
                          " ANO=" DELIMITED BY SIZE
                          WS-ENT-ANO DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "MATRICULA CANCELADA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
           END-EVALUATE.
      *--------------------------------------------------------------*
       RETIRAR-ALUNO-QUADRO.

           PERFORM CARREGAR-ALUNOS.
           PERFORM LOCALIZAR-ALUNO.

           IF FLAG-ALUNO-ENCONTRADO
               PERFORM OBTER-CAMINHO-ALUNOS

               OPEN OUTPUT ALUNOS

               PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-ALUNOS
                   IF WS-IDX NOT = WS-POS-ALUNO
                       MOVE TB-AL-REGISTRO(WS-IDX) TO REG-ALUNO
                       WRITE REG-ALUNO
                   END-IF
               END-PERFORM

               CLOSE ALUNOS
           END-IF.
      *--------------------------------------------------------------*
      *    ALOCACAO DE VAGAS DO ANO: AS MATRICULAS NOVAS SOLICITADAS
      *    OU EM ESPERA E AS REMATRICULAS EM ESPERA SAO ATENDIDAS EM
      *    ORDEM DE DATA (E SEQUENCIA) DA SOLICITACAO. HAVENDO VAGA
      *    NA TURMA - CAPACIDADE MENOS OS ALUNOS DE ALUNOS.DAT - A
      *    MATRICULA E CONFIRMADA E O ALUNO ENTRA EM ALUNOS.DAT COM
      *    AS AVALIACOES ZERADAS; SEM VAGA, FICA NA LISTA DE ESPERA.
      *--------------------------------------------------------------*
       ALOCAR-VAGAS.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-ANO WS-QTD-CONFIRMADAS WS-QTD-ESPERA.

           DISPLAY "Ano letivo (AAAA): " AT 0528.
           ACCEPT WS-ENT-ANO AT 0548.

           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-CAPACIDADES.
           PERFORM CARREGAR-ALUNOS.

           EVALUATE TRUE
               WHEN WS-ENT-ANO = ZEROS
                   DISPLAY "Ano invalido" FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-MT-ESTOURO
                   PERFORM AVISAR-LIMITE-MATRICULAS
               WHEN OTHER
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

                   PERFORM MONTAR-FILA-ALOCACAO
                   PERFORM ORDENAR-FILA

                   PERFORM OBTER-CAMINHO-ALUNOS

                   MOVE SPACES TO WS-STATUS-ALUNOS

                   OPEN EXTEND ALUNOS

                   IF NOT FLAG-ALUNOS-SUCESSO
                       IF FLAG-ALUNOS-NAO-CRIADO
                           OPEN OUTPUT ALUNOS
                       END-IF
                   END-IF

                   PERFORM ALOCAR-VAGA-SOLICITACAO
                   VARYING WS-IDX-FILA FROM 1 BY 1
                   UNTIL WS-IDX-FILA > WS-TOTAL-FILA

                   CLOSE ALUNOS

                   PERFORM SALVAR-MATRICULAS

                   DISPLAY "Confirmadas: " FOREGROUND-COLOR 2 AT 2028
                   DISPLAY WS-QTD-CONFIRMADAS
                   FOREGROUND-COLOR 2 AT 2041
                   DISPLAY "Em espera: " FOREGROUND-COLOR 2 AT 2128
                   DISPLAY WS-QTD-ESPERA
                   FOREGROUND-COLOR 2 AT 2139

                   STRING "ANO=" DELIMITED BY SIZE
                          WS-ENT-ANO DELIMITED BY SIZE
                          " CONF=" DELIMITED BY SIZE
                          WS-QTD-CONFIRMADAS DELIMITED BY SIZE
                          " ESPERA=" DELIMITED BY SIZE
                          WS-QTD-ESPERA DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "VAGAS ALOCADAS" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
           END-EVALUATE.
      *--------------------------------------------------------------*
       MONTAR-FILA-ALOCACAO.

           MOVE ZEROS TO WS-TOTAL-FILA.

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
           UNTIL WS-IDX-MT > WS-TOTAL-MATRICULAS

               MOVE TB-MT-REGISTRO(WS-IDX-MT) TO REG-MATRICULA

               IF MT-ANO-LETIVO = WS-ENT-ANO
                   IF (FLAG-MT-NOVA
                   AND (FLAG-MT-SOLICITADA OR FLAG-MT-ESPERA))
                   OR (FLAG-MT-REMATRICULA AND FLAG-MT-ESPERA)
                       PERFORM INCLUIR-NA-FILA
                   END-IF
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       INCLUIR-NA-FILA.

           ADD 1 TO WS-TOTAL-FILA.

           MOVE WS-IDX-MT TO TB-FL-POS(WS-TOTAL-FILA).
           COMPUTE TB-FL-CHAVE(WS-TOTAL-FILA) =
               MT-DATA-SOLIC * 100000 + MT-SEQUENCIA.
      *--------------------------------------------------------------*
      *    ORDENA A FILA PELA DATA E SEQUENCIA DA SOLICITACAO.
      *--------------------------------------------------------------*
       ORDENAR-FILA.

           PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
           UNTIL WS-IDX-FILA >= WS-TOTAL-FILA

               PERFORM VARYING WS-IDX-TROCA FROM WS-IDX-FILA BY 1
               UNTIL WS-IDX-TROCA > WS-TOTAL-FILA

                   IF TB-FL-CHAVE(WS-IDX-TROCA) <
                      TB-FL-CHAVE(WS-IDX-FILA)
                       MOVE FILA-ITEM(WS-IDX-FILA) TO WS-FILA-TROCA
                       MOVE FILA-ITEM(WS-IDX-TROCA)
                           TO FILA-ITEM(WS-IDX-FILA)
                       MOVE WS-FILA-TROCA
                           TO FILA-ITEM(WS-IDX-TROCA)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *--------------------------------------------------------------*
       ALOCAR-VAGA-SOLICITACAO.

           MOVE TB-MT-REGISTRO(TB-FL-POS(WS-IDX-FILA))
               TO REG-MATRICULA.

           MOVE MT-TURMA     TO WS-TURMA-BUSCA.
           MOVE MT-MATRICULA TO WS-ENT-MATRICULA.

           PERFORM LOCALIZAR-TURMA.
           PERFORM LOCALIZAR-ALUNO.

           EVALUATE TRUE
               WHEN NOT FLAG-TURMA-NA-TABELA
                   MOVE "E" TO MT-SITUACAO
               WHEN FLAG-ALUNO-ENCONTRADO
                   MOVE "C" TO MT-SITUACAO
               WHEN FLAG-TU-COM-LIMITE(WS-POS-TURMA)
               AND TB-TU-OCUPADAS(WS-POS-TURMA) >=
                   TB-TU-VAGAS(WS-POS-TURMA)
                   MOVE "E" TO MT-SITUACAO
               WHEN OTHER
                   MOVE "C" TO MT-SITUACAO

                   MOVE SPACES       TO REG-ALUNO
                   MOVE MT-MATRICULA TO AL-MATRICULA
                   MOVE MT-TURMA     TO AL-TURMA
                   MOVE MT-NOME      TO AL-NOME
                   MOVE ZEROS        TO AL-NOTAS
                   WRITE REG-ALUNO

                   ADD 1 TO TB-TU-OCUPADAS(WS-POS-TURMA)
           END-EVALUATE.

           IF FLAG-MT-CONFIRMADA
               ADD 1 TO WS-QTD-CONFIRMADAS
           ELSE
               ADD 1 TO WS-QTD-ESPERA
           END-IF.

           MOVE WS-DATA-HOJE TO MT-DATA-SITUACAO.
           MOVE REG-MATRICULA TO TB-MT-REGISTRO(TB-FL-POS(WS-IDX-FILA)).
      *--------------------------------------------------------------*
      *    LISTA DE ESPERA DO ANO POR TURMA, NA ORDEM DE ATENDIMENTO.
      *--------------------------------------------------------------*
       RELATORIO-LISTA-ESPERA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-ANO WS-QTD-ESPERA.

           DISPLAY "Ano letivo (AAAA): " AT 0528.
           ACCEPT WS-ENT-ANO AT 0548.

           IF WS-ENT-ANO = ZEROS
               DISPLAY "Ano invalido" FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-MATRICULAS
               PERFORM CARREGAR-CAPACIDADES
               PERFORM CARREGAR-ALUNOS

               MOVE ZEROS TO WS-TOTAL-FILA

               PERFORM VARYING WS-IDX-MT FROM 1 BY 1
               UNTIL WS-IDX-MT > WS-TOTAL-MATRICULAS
                   MOVE TB-MT-REGISTRO(WS-IDX-MT) TO REG-MATRICULA
                   IF MT-ANO-LETIVO = WS-ENT-ANO
                   AND FLAG-MT-ESPERA
                       PERFORM INCLUIR-NA-FILA
                       MOVE MT-TURMA TO WS-TURMA-BUSCA
                       PERFORM LOCALIZAR-TURMA
                   END-IF
               END-PERFORM

               PERFORM ORDENAR-FILA

               PERFORM OBTER-CAMINHO-LISTA-ESPERA

               OPEN OUTPUT LISTA-ESPERA

               MOVE WS-ENT-ANO TO LE-TIT-ANO
               WRITE REG-LISTA-ESPERA FROM LE-TITULO

               PERFORM GRAVAR-ESPERA-TURMA
               VARYING WS-POS-TURMA FROM 1 BY 1
               UNTIL WS-POS-TURMA > WS-TOTAL-TURMAS

               CLOSE LISTA-ESPERA

               DISPLAY "Alunos em espera: "
               FOREGROUND-COLOR 2 AT 2028
               DISPLAY WS-QTD-ESPERA
               FOREGROUND-COLOR 2 AT 2046
               DISPLAY "Relatorio em " AT 2128
               DISPLAY WS-ARQ-LISTA-ESPERA AT 2142

               STRING "ANO=" DELIMITED BY SIZE
                      WS-ENT-ANO DELIMITED BY SIZE
                      " ESPERA=" DELIMITED BY SIZE
                      WS-QTD-ESPERA DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "LISTA DE ESPERA EMITIDA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               MOVE WS-AUD-PARAMETROS   TO WS-SPL-PARAMETROS
               MOVE WS-ARQ-LISTA-ESPERA TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       GRAVAR-ESPERA-TURMA.

           MOVE SPACES TO REG-LISTA-ESPERA.
           WRITE REG-LISTA-ESPERA.

           MOVE TB-TU-TURMA(WS-POS-TURMA)    TO LE-TU-TURMA.
           MOVE TB-TU-VAGAS(WS-POS-TURMA)    TO LE-TU-VAGAS.
           MOVE TB-TU-OCUPADAS(WS-POS-TURMA) TO LE-TU-OCUPADAS.
           WRITE REG-LISTA-ESPERA FROM LE-TURMA.

           MOVE ZEROS TO WS-POSICAO-ESPERA.

           PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
           UNTIL WS-IDX-FILA > WS-TOTAL-FILA

               MOVE TB-MT-REGISTRO(TB-FL-POS(WS-IDX-FILA))
                   TO REG-MATRICULA

               IF MT-TURMA = TB-TU-TURMA(WS-POS-TURMA)
                   ADD 1 TO WS-POSICAO-ESPERA WS-QTD-ESPERA

                   MOVE WS-POSICAO-ESPERA TO LE-DET-POSICAO
                   MOVE MT-MATRICULA      TO LE-DET-MATRICULA
                   MOVE MT-NOME           TO LE-DET-NOME
                   MOVE MT-DATA-SOLIC     TO LE-DET-DATA

                   IF FLAG-MT-REMATRICULA
                       MOVE "REMATRICULA" TO LE-DET-TIPO
                   ELSE
                       MOVE "NOVA"        TO LE-DET-TIPO
                   END-IF

                   WRITE REG-LISTA-ESPERA FROM LE-DETALHE
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="MATRICULA"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="MATRICULA"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
