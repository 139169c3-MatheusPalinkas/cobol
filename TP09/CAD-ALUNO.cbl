      *    relat-1) COM INCLUSAO, ALTERACAO E EXCLUSAO POR MATRICULA,
      *    RECUSA DE MATRICULA DUPLICADA E NOTA VALIDADA NA FAIXA DE
      *    0 A 10 - ACABANDO COM A EDICAO DIRETA DO ARQUIVO QUE JA
      *    PRODUZIU REGISTROS MALFORMADOS. A INCLUSAO E A TROCA DE
      *    TURMA RESPEITAM A CAPACIDADE CADASTRADA DA TURMA
      *    (capacidade_turmas.txt); TURMA LOTADA SO PELA LISTA DE
      *    ESPERA DO PROGRAMA MATRICULA. ALUNO INCLUIDO AQUI NUM ANO
      *    LETIVO QUE JA TEM MATRICULAS (matriculas.dat) RECEBE A SUA
      *    MATRICULA CONFIRMADA AO SALVAR, PARA A MENSALIDADE COBRAR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS-DISC.

           COPY CAPACIDADE-TURMA-SELECT.

           COPY MATRICULA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X                 VALUE SPACES.
           05 ND-NOTAS.
               10 ND-NOTA-COMP OCCURS 5 TIMES PIC 99V9.

       COPY CAPACIDADE-TURMA-FD.

       COPY MATRICULA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
               10 TB-AL-TURMA       PIC X(03)             VALUE SPACES.
               10 TB-AL-NOME        PIC X(35)             VALUE SPACES.
               10 TB-AL-NOTA-COMP OCCURS 5 TIMES PIC 99V9.
               10 TB-AL-INCLUIDO    PIC X                 VALUE "N".
                   88 FLAG-AL-INCLUIDO                    VALUE "S".
       01 WS-ALUNO-ENTRADA.
           05 WS-ENT-MATRICULA      PIC X(06)             VALUE SPACES.
           05 WS-ENT-TURMA          PIC X(03)             VALUE SPACES.
           05 WS-ENT-DISC-DESCR     PIC X(20)             VALUE SPACES.
       77 WS-DISC-EXISTE            PIC 9                 VALUE ZEROS.
           88 FLAG-DISC-EXISTE                            VALUE 1.
           COPY CAPACIDADE-TURMA-STATUS.
       77 WS-CAP-VAGAS              PIC 9(3)              VALUE ZEROS.
       77 WS-CAP-OCUPADAS           PIC 9(3)              VALUE ZEROS.
       77 WS-CAP-LIMITE             PIC 9                 VALUE ZEROS.
           88 FLAG-CAP-COM-LIMITE                         VALUE 1.
       77 WS-TURMA-LOTADA           PIC 9                 VALUE ZEROS.
           88 FLAG-TURMA-LOTADA                           VALUE 1.
           COPY MATRICULA-STATUS.
       77 WS-MT-ANO-ATUAL           PIC 9(04)             VALUE ZEROS.
       77 WS-MT-QTD-ANO             PIC 9(05)             VALUE ZEROS.
       77 WS-MT-ULTIMA-SEQUENCIA    PIC 9(05)             VALUE ZEROS.
       77 WS-MT-QTD-GRAVADAS        PIC 9(03)             VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(08)             VALUE ZEROS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
               MOVE AL-MATRICULA TO TB-AL-MATRICULA(WS-TOTAL-ITENS)
               MOVE AL-TURMA     TO TB-AL-TURMA(WS-TOTAL-ITENS)
               MOVE AL-NOME      TO TB-AL-NOME(WS-TOTAL-ITENS)
               MOVE "N"          TO TB-AL-INCLUIDO(WS-TOTAL-ITENS)
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > 5
                   MOVE AL-NOTA-COMP(WS-IDX-NOTA)

               PERFORM LOCALIZAR-ALUNO

               PERFORM CONFERIR-VAGA-TURMA

               IF WS-ENT-MATRICULA = SPACES
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Matricula em branco - inclusao cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   EVALUATE TRUE
                       WHEN FLAG-ALUNO-ENCONTRADO
                           DISPLAY SC-LIMPA-TELA
                           DISPLAY "Matricula ja cadastrada"
                           FOREGROUND-COLOR 6 AT 2028
                       WHEN FLAG-TURMA-LOTADA
                           DISPLAY SC-LIMPA-TELA
                           PERFORM AVISAR-TURMA-LOTADA
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-ITENS
                           MOVE WS-ENT-MATRICULA
                               TO TB-AL-MATRICULA(WS-TOTAL-ITENS)
                           MOVE WS-ENT-TURMA
                               TO TB-AL-TURMA(WS-TOTAL-ITENS)
                           MOVE WS-ENT-NOME
                               TO TB-AL-NOME(WS-TOTAL-ITENS)
                           MOVE "S"
                               TO TB-AL-INCLUIDO(WS-TOTAL-ITENS)

                           MOVE WS-TOTAL-ITENS TO WS-POS-ENCONTRADA
                           PERFORM CAPTURAR-NOTAS-ALUNO

                           DISPLAY SC-LIMPA-TELA
                           DISPLAY "Aluno incluido - salve para "
                               "efetivar"
                           FOREGROUND-COLOR 2 AT 2028
                   END-EVALUATE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
               ACCEPT SC-ENT-TURMA
               ACCEPT SC-ENT-NOME

               MOVE ZEROS TO WS-TURMA-LOTADA

               IF WS-ENT-TURMA NOT = TB-AL-TURMA(WS-POS-ENCONTRADA)
                   PERFORM CONFERIR-VAGA-TURMA
               END-IF

               IF FLAG-TURMA-LOTADA
                   DISPLAY SC-LIMPA-TELA
                   PERFORM AVISAR-TURMA-LOTADA
               ELSE
                   MOVE WS-ENT-TURMA TO TB-AL-TURMA(WS-POS-ENCONTRADA)
                   MOVE WS-ENT-NOME TO TB-AL-NOME(WS-POS-ENCONTRADA)

                   PERFORM CAPTURAR-NOTAS-ALUNO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Aluno alterado - salve para efetivar"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CAPACIDADES.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="capacidade_turmas.txt"==
                ==:DESTINO:== BY ==WS-ARQ-CAPACIDADES==
                ==:DDVAR:==  BY =="DD_CAPACIDADES"==.
      *--------------------------------------------------------------*
      *    TURMA LOTADA: JA TEM NA TABELA TANTOS ALUNOS QUANTO A
      *    CAPACIDADE CADASTRADA (A ULTIMA LINHA DA TURMA VALE).
      *    TURMA SEM CAPACIDADE CADASTRADA NAO TEM LIMITE.
      *--------------------------------------------------------------*
       CONFERIR-VAGA-TURMA.

           MOVE ZEROS  TO WS-CAP-VAGAS WS-CAP-OCUPADAS WS-CAP-LIMITE
                          WS-TURMA-LOTADA.
           MOVE SPACES TO WS-STATUS-CAPACIDADES.

           PERFORM OBTER-CAMINHO-CAPACIDADES.

           OPEN INPUT CAPACIDADES.

           IF FLAG-CAPACIDADES-SUCESSO
               PERFORM CONFERIR-LINHA-CAPACIDADE WITH TEST BEFORE
               UNTIL FLAG-CAPACIDADES-EOF
               CLOSE CAPACIDADES
           END-IF.

           IF FLAG-CAP-COM-LIMITE
               PERFORM VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-ITENS
                   IF TB-AL-TURMA(WS-CONT) = WS-ENT-TURMA
                       ADD 1 TO WS-CAP-OCUPADAS
                   END-IF
               END-PERFORM

               IF WS-CAP-OCUPADAS >= WS-CAP-VAGAS
                   MOVE 1 TO WS-TURMA-LOTADA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-CAPACIDADE.

           READ CAPACIDADES.

           IF NOT FLAG-CAPACIDADES-EOF
           AND CT-TURMA = WS-ENT-TURMA
               MOVE CT-VAGAS TO WS-CAP-VAGAS
               MOVE 1        TO WS-CAP-LIMITE
           END-IF.
      *--------------------------------------------------------------*
       AVISAR-TURMA-LOTADA.

           DISPLAY "Turma sem vaga - capacidade: "
           FOREGROUND-COLOR 6 AT 2028.
           DISPLAY WS-CAP-VAGAS FOREGROUND-COLOR 6 AT 2058.
           DISPLAY "Use o programa MATRICULA (lista de espera)"
           FOREGROUND-COLOR 6 AT 2128.
      *--------------------------------------------------------------*
       EXCLUIR-ALUNO.
           DISPLAY SC-LIMPA-TELA.

               CLOSE ALUNOS

               PERFORM CONFIRMAR-MATRICULAS-INCLUIDAS

               DISPLAY "ALUNOS.DAT atualizado com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-MATRICULAS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="matriculas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MATRICULAS==
                ==:DDVAR:==  BY =="DD_MATRICULAS"==.
      *--------------------------------------------------------------*
      *    ALUNOS INCLUIDOS NESTA SESSAO: SE O ANO LETIVO CORRENTE JA
      *    TEM MATRICULAS, A MENSALIDADE SO COBRA OS CONFIRMADOS -
      *    CADA INCLUIDO GANHA UMA MATRICULA NOVA JA CONFIRMADA, NA
      *    TURMA E NA DATA DE HOJE, COM A PROXIMA SEQUENCIA. ANO SEM
      *    MATRICULAS CONTINUA COBRANDO TODO O ALUNOS.DAT.
      *--------------------------------------------------------------*
       CONFIRMAR-MATRICULAS-INCLUIDAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:4) TO WS-MT-ANO-ATUAL.

           MOVE ZEROS  TO WS-MT-QTD-ANO WS-MT-ULTIMA-SEQUENCIA
                          WS-MT-QTD-GRAVADAS.
           MOVE SPACES TO WS-STATUS-MATRICULAS.

           PERFORM OBTER-CAMINHO-MATRICULAS.

           OPEN INPUT MATRICULAS.

           IF FLAG-MATRICULAS-SUCESSO
               PERFORM CONFERIR-LINHA-MATRICULA WITH TEST BEFORE
               UNTIL FLAG-MATRICULAS-EOF
               CLOSE MATRICULAS
           END-IF.

           IF WS-MT-QTD-ANO > ZEROS
               MOVE SPACES TO WS-STATUS-MATRICULAS

               OPEN EXTEND MATRICULAS

               IF NOT FLAG-MATRICULAS-SUCESSO
                   DISPLAY "ERRO NA GRAVACAO DE matriculas.dat"
                   FOREGROUND-COLOR 6 AT 2128
               ELSE
                   PERFORM GRAVAR-MATRICULA-INCLUIDA
                   VARYING WS-CONT FROM 1 BY 1
                   UNTIL WS-CONT > WS-TOTAL-ITENS

                   CLOSE MATRICULAS

                   IF WS-MT-QTD-GRAVADAS > ZEROS
                       DISPLAY "Matriculas confirmadas no ano: "
                       FOREGROUND-COLOR 2 AT 2128
                       DISPLAY WS-MT-QTD-GRAVADAS
                       FOREGROUND-COLOR 2 AT 2160
                   END-IF
               END-IF
           END-IF.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE "N" TO TB-AL-INCLUIDO(WS-CONT)
           END-PERFORM.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-MATRICULA.

           READ MATRICULAS.

           IF NOT FLAG-MATRICULAS-EOF
               IF MT-ANO-LETIVO = WS-MT-ANO-ATUAL
                   ADD 1 TO WS-MT-QTD-ANO
               END-IF

               IF MT-SEQUENCIA > WS-MT-ULTIMA-SEQUENCIA
                   MOVE MT-SEQUENCIA TO WS-MT-ULTIMA-SEQUENCIA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-MATRICULA-INCLUIDA.

           IF FLAG-AL-INCLUIDO(WS-CONT)
               ADD 1 TO WS-MT-ULTIMA-SEQUENCIA

               MOVE SPACES                   TO REG-MATRICULA
               MOVE TB-AL-MATRICULA(WS-CONT) TO MT-MATRICULA
               MOVE WS-MT-ANO-ATUAL          TO MT-ANO-LETIVO
               MOVE TB-AL-TURMA(WS-CONT)     TO MT-TURMA
               MOVE TB-AL-NOME(WS-CONT)      TO MT-NOME
               MOVE "N"                      TO MT-TIPO
               MOVE WS-DATA-HOJE             TO MT-DATA-SOLIC
               MOVE WS-MT-ULTIMA-SEQUENCIA   TO MT-SEQUENCIA
               MOVE "C"                      TO MT-SITUACAO
               MOVE WS-DATA-HOJE             TO MT-DATA-SITUACAO

               WRITE REG-MATRICULA

               IF FLAG-MATRICULAS-SUCESSO
                   ADD 1 TO WS-MT-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO NA GRAVACAO DE matriculas.dat"
                   FOREGROUND-COLOR 6 AT 2128
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RECUPERACAO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
