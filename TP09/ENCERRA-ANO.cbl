      *    COMECA O ANO NOVO COM AS
      *    AVALIACOES ZERADAS - COM CONFIRMACAO ANTES DE GRAVAR E O
      *    RESUMO DE PROMOCAO POR TURMA EM resumo_promocao.txt.
      *    O ANO NOVO RESPEITA A CAPACIDADE DAS TURMAS
      *    (capacidade_turmas.txt): SEM VAGA NA TURMA DE DESTINO O
      *    ALUNO VAI PARA A LISTA DE ESPERA DE matriculas.dat; COM
      *    CAMPANHA DE REMATRICULA ABERTA PARA O ANO NOVO, SO SEGUE
      *    QUEM CONFIRMOU A REMATRICULA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESUMO.

           COPY CAPACIDADE-TURMA-SELECT.

           COPY MATRICULA-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01  REG-RESUMO.
           05 RS-LINHA              PIC X(80)             VALUE SPACES.

       COPY CAPACIDADE-TURMA-FD.

       COPY MATRICULA-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY ALUNO-PESOS.
           COPY DIR-DADOS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
           COPY CAPACIDADE-TURMA-STATUS.
           COPY MATRICULA-STATUS.
       77 WS-ARQ-ALUNOS             PIC X(60)      VALUE SPACES.
       77 WS-STATUS-ALUNOS          PIC X(02)      VALUE SPACES.
           88 FLAG-ALUNOS-SUCESSO                  VALUE "00".
               10 TB-AL-APROVADO    PIC 9          VALUE ZEROS.
                   88 FLAG-AL-APROVADO             VALUE 1 2.
                   88 FLAG-AL-RECUPERADO           VALUE 2.
                   88 FLAG-AL-INGRESSANTE          VALUE 3.
      *---- PROGRESSAO EM MEMORIA ------------------------------------*
       77 CONST-LIMITE-PROG         PIC 9(2)       VALUE 30.
       77 WS-TOTAL-PROG             PIC 9(2)       VALUE ZEROS.
           05 RS-DET-REPROVADOS PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  Destino: ".
           05 RS-DET-DESTINO PIC X(3).
      *---- VAGAS DO ANO NOVO ----------------------------------------*
       77 WS-TOTAL-CAP              PIC 9(2)       VALUE ZEROS.
       77 WS-IDX-CAP                PIC 9(2)       VALUE ZEROS.
       77 WS-POS-CAP                PIC 9(2)       VALUE ZEROS.
           88 FLAG-CAP-ENCONTRADA   VALUE 1 THRU 30.
       01 TB-CAPACIDADES.
           02 CAPACIDADE-ITEM OCCURS 30 TIMES.
               10 TB-CP-TURMA       PIC X(03)      VALUE SPACES.
               10 TB-CP-VAGAS       PIC 9(03)      VALUE ZEROS.
               10 TB-CP-OCUPADAS    PIC 9(03)      VALUE ZEROS.
      *---- MATRICULAS DO ANO NOVO -----------------------------------*
       77 WS-ANO-NOVO               PIC 9(4)       VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(08)      VALUE ZEROS.
       77 CONST-LIMITE-MATRICULAS   PIC 9(4)       VALUE 999.
       77 WS-TOTAL-MATRICULAS       PIC 9(4)       VALUE ZEROS.
       77 WS-POS-MATRICULA          PIC 9(4)       VALUE ZEROS.
           88 FLAG-MATRICULA-ENCONTRADA VALUE 1 THRU 999.
       77 WS-IDX-MT                 PIC 9(4)       VALUE ZEROS.
       77 WS-ULTIMA-SEQUENCIA       PIC 9(05)      VALUE ZEROS.
       77 WS-MT-ESTOURO             PIC 9          VALUE ZEROS.
           88 FLAG-MT-ESTOURO                      VALUE 1.
       77 WS-CAMPANHA               PIC 9          VALUE ZEROS.
           88 FLAG-CAMPANHA-ABERTA                 VALUE 1.
       77 WS-QTD-INGRESSANTES       PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-SEM-REMATRICULA    PIC 9(3)       VALUE ZEROS.
       77 WS-QTD-EM-ESPERA          PIC 9(3)       VALUE ZEROS.
       01 TB-MATRICULAS.
           02 MATRICULA-ITEM OCCURS 999 TIMES.
               10 TB-MT-REGISTRO    PIC X(79)      VALUE SPACES.
      *---- REGISTRO DE TRABALHO -------------------------------------*
       01 WS-REG-ALUNO.
           05 WA-MATRICULA          PIC X(06)      VALUE SPACES.
           PERFORM CARREGAR-FREQUENCIA.
           PERFORM CARREGAR-ALUNOS.

           COMPUTE WS-ANO-NOVO = WS-ANO-ENCERRADO + 1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-CAPACIDADES.
           PERFORM CARREGAR-MATRICULAS.

           EVALUATE TRUE
               WHEN WS-TOTAL-ALUNOS = ZEROS
                   DISPLAY "ALUNOS.DAT VAZIO - NADA A ENCERRAR"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-MT-ESTOURO
                   DISPLAY "MATRICULAS ACIMA DO LIMITE DA TABELA - "
                       "ENCERRAMENTO CANCELADO"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   MOVE ZEROS TO WS-QTD-INGRESSANTES
                                 WS-QTD-SEM-REMATRICULA
                                 WS-QTD-EM-ESPERA

                   PERFORM CLASSIFICAR-ALUNO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-ALUNOS

                   PERFORM ARQUIVAR-ANO
                   PERFORM GRAVAR-ANO-NOVO
                   PERFORM GRAVAR-RESUMO-PROMOCAO

                   IF WS-TOTAL-MATRICULAS > ZEROS
                       PERFORM SALVAR-MATRICULAS
                   END-IF

                   DISPLAY "Ano letivo encerrado - resumo em "
                   FOREGROUND-COLOR 2 AT 2028
                   DISPLAY WS-ARQ-RESUMO
                   FOREGROUND-COLOR 2 AT 2128
                   DISPLAY "Sem rematricula: " AT 2228
                   DISPLAY WS-QTD-SEM-REMATRICULA AT 2245
                   DISPLAY "Lista de espera: " AT 2252
                   DISPLAY WS-QTD-EM-ESPERA AT 2269

                   STRING "ANO=" DELIMITED BY SIZE
                          WS-ANO-ENCERRADO DELIMITED BY SIZE
                          " ALUNOS=" DELIMITED BY SIZE
                          WS-TOTAL-ALUNOS DELIMITED BY SIZE
                          " SEM-REMAT=" DELIMITED BY SIZE
                          WS-QTD-SEM-REMATRICULA DELIMITED BY SIZE
                          " ESPERA=" DELIMITED BY SIZE
                          WS-QTD-EM-ESPERA DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "ANO LETIVO ENCERRADO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA

                   MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS
                   MOVE WS-ARQ-RESUMO     TO WS-SPL-ARQUIVO
                   PERFORM REGISTRAR-SPOOL
           END-EVALUATE.
      *--------------------------------------------------------------*
       CARREGAR-PROGRESSAO.

               MOVE ZEROS     TO TB-AL-APROVADO(WS-TOTAL-ALUNOS)
           END-IF.
      *--------------------------------------------------------------*
      *    QUEM JA ESTA EM ALUNOS.DAT COM MATRICULA NOVA CONFIRMADA
      *    PARA O ANO NOVO (ALOCADA ANTES DO ENCERRAMENTO) NAO TEM
      *    RESULTADO A APURAR: SEGUE NA TURMA E JA OCUPA A VAGA.
      *--------------------------------------------------------------*
       CLASSIFICAR-ALUNO.

           MOVE TB-AL-REGISTRO(WS-IDX) TO WS-REG-ALUNO.

           PERFORM LOCALIZAR-MATRICULA-ANO-NOVO.

           IF FLAG-MT-NOVA
           AND FLAG-MT-CONFIRMADA
               MOVE 3 TO TB-AL-APROVADO(WS-IDX)
               ADD 1 TO WS-QTD-INGRESSANTES

               PERFORM LOCALIZAR-CAPACIDADE

               IF FLAG-CAP-ENCONTRADA
                   ADD 1 TO TB-CP-OCUPADAS(WS-POS-CAP)
               END-IF
           ELSE
               PERFORM APURAR-RESULTADO-ALUNO
           END-IF.
      *--------------------------------------------------------------*
      *    MESMOS CRITERIOS DO relat-1: FREQUENCIA MINIMA, MEDIA
      *    PONDERADA, DISCIPLINA ABAIXO DA MINIMA REPROVANDO SEM
      *    RECUPERACAO GERAL E RECUPERACAO DECIDINDO ABAIXO DA MEDIA.
           VARYING WS-IDX-NOTA FROM 1 BY 1
           UNTIL WS-IDX-NOTA > 5.

           PERFORM LOCALIZAR-MATRICULA-ANO-NOVO.
           PERFORM LOCALIZAR-CAPACIDADE.

           EVALUATE TRUE
               WHEN FLAG-AL-INGRESSANTE(WS-IDX)
                   MOVE WS-REG-ALUNO TO REG-ALUNO
                   WRITE REG-ALUNO
               WHEN FLAG-CAMPANHA-ABERTA
               AND NOT FLAG-MT-CONFIRMADA
                   PERFORM CANCELAR-REMATRICULA-PENDENTE
               WHEN FLAG-CAP-ENCONTRADA
               AND TB-CP-OCUPADAS(WS-POS-CAP) >= TB-CP-VAGAS(WS-POS-CAP)
                   PERFORM INCLUIR-LISTA-ESPERA
               WHEN OTHER
                   MOVE WS-REG-ALUNO TO REG-ALUNO
                   WRITE REG-ALUNO

                   IF FLAG-CAP-ENCONTRADA
                       ADD 1 TO TB-CP-OCUPADAS(WS-POS-CAP)
                   END-IF

                   IF FLAG-MATRICULA-ENCONTRADA
                       MOVE WA-TURMA TO MT-TURMA
                       MOVE REG-MATRICULA
                           TO TB-MT-REGISTRO(WS-POS-MATRICULA)
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    CAMPANHA ABERTA SEM CONFIRMACAO: O ALUNO NAO SEGUE PARA O
      *    ANO NOVO E A REMATRICULA AINDA PENDENTE E CANCELADA.
      *--------------------------------------------------------------*
       CANCELAR-REMATRICULA-PENDENTE.

           ADD 1 TO WS-QTD-SEM-REMATRICULA.

           IF FLAG-MT-SOLICITADA
               MOVE "X"          TO MT-SITUACAO
               MOVE WS-DATA-HOJE TO MT-DATA-SITUACAO
               MOVE REG-MATRICULA TO TB-MT-REGISTRO(WS-POS-MATRICULA)
           END-IF.
      *--------------------------------------------------------------*
      *    TURMA DE DESTINO LOTADA: A REMATRICULA FICA EM ESPERA NA
      *    TURMA DE DESTINO, MANTENDO A DATA DA SOLICITACAO QUE JA
      *    EXISTIR, E O ALUNO SO VOLTA A ALUNOS.DAT PELA ALOCACAO DE
      *    VAGAS DO PROGRAMA MATRICULA.
      *--------------------------------------------------------------*
       INCLUIR-LISTA-ESPERA.

           ADD 1 TO WS-QTD-EM-ESPERA.

           IF NOT FLAG-MATRICULA-ENCONTRADA
           AND WS-TOTAL-MATRICULAS < CONST-LIMITE-MATRICULAS
               ADD 1 TO WS-TOTAL-MATRICULAS WS-ULTIMA-SEQUENCIA
               MOVE WS-TOTAL-MATRICULAS TO WS-POS-MATRICULA

               MOVE SPACES              TO REG-MATRICULA
               MOVE WA-MATRICULA        TO MT-MATRICULA
               MOVE WS-ANO-NOVO         TO MT-ANO-LETIVO
               MOVE WA-NOME             TO MT-NOME
               MOVE "R"                 TO MT-TIPO
               MOVE WS-DATA-HOJE        TO MT-DATA-SOLIC
               MOVE WS-ULTIMA-SEQUENCIA TO MT-SEQUENCIA
           END-IF.

           IF FLAG-MATRICULA-ENCONTRADA
               MOVE WA-TURMA     TO MT-TURMA
               MOVE "E"          TO MT-SITUACAO
               MOVE WS-DATA-HOJE TO MT-DATA-SITUACAO
               MOVE REG-MATRICULA TO TB-MT-REGISTRO(WS-POS-MATRICULA)
           END-IF.
      *--------------------------------------------------------------*
       ZERAR-NOTA-ALUNO.

                       TO WS-TURMA-DESTINO
               END-IF
           END-PERFORM.
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
      *    A ULTIMA LINHA DA TURMA NO ARQUIVO E A CAPACIDADE VIGENTE;
      *    TURMA FORA DA TABELA NAO TEM LIMITE.
      *--------------------------------------------------------------*
       CARREGAR-CAPACIDADES.

           MOVE ZEROS  TO WS-TOTAL-CAP.
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
               MOVE CT-TURMA TO WA-TURMA
               PERFORM LOCALIZAR-CAPACIDADE

               IF NOT FLAG-CAP-ENCONTRADA
               AND WS-TOTAL-CAP < CONST-LIMITE-PROG
                   ADD 1 TO WS-TOTAL-CAP
                   MOVE WS-TOTAL-CAP TO WS-POS-CAP
                   MOVE CT-TURMA     TO TB-CP-TURMA(WS-POS-CAP)
                   MOVE ZEROS        TO TB-CP-OCUPADAS(WS-POS-CAP)
               END-IF

               IF FLAG-CAP-ENCONTRADA
                   MOVE CT-VAGAS TO TB-CP-VAGAS(WS-POS-CAP)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-CAPACIDADE.

           MOVE ZEROS TO WS-POS-CAP.

           PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
           UNTIL WS-IDX-CAP > WS-TOTAL-CAP

               IF TB-CP-TURMA(WS-IDX-CAP) = WA-TURMA
                   MOVE WS-IDX-CAP TO WS-POS-CAP
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    CAMPANHA DE REMATRICULA ABERTA: HA REMATRICULA LANCADA
      *    PARA O ANO NOVO.
      *--------------------------------------------------------------*
       CARREGAR-MATRICULAS.

           MOVE ZEROS  TO WS-TOTAL-MATRICULAS WS-MT-ESTOURO
                          WS-ULTIMA-SEQUENCIA WS-CAMPANHA.
           MOVE SPACES TO WS-STATUS-MATRICULAS.

           PERFORM OBTER-CAMINHO-MATRICULAS.

           OPEN INPUT MATRICULAS.

           IF FLAG-MATRICULAS-SUCESSO
               PERFORM CARREGAR-LINHA-MATRICULA WITH TEST BEFORE
               UNTIL FLAG-MATRICULAS-EOF
               OR WS-TOTAL-MATRICULAS >= CONST-LIMITE-MATRICULAS

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

               IF MT-ANO-LETIVO = WS-ANO-NOVO
               AND FLAG-MT-REMATRICULA
                   MOVE 1 TO WS-CAMPANHA
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
      *    ULTIMA MATRICULA DO ALUNO PARA O ANO NOVO EM REG-MATRICULA
      *    (EM BRANCO QUANDO NAO HOUVER).
      *--------------------------------------------------------------*
       LOCALIZAR-MATRICULA-ANO-NOVO.

           MOVE ZEROS TO WS-POS-MATRICULA.

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
           UNTIL WS-IDX-MT > WS-TOTAL-MATRICULAS

               MOVE TB-MT-REGISTRO(WS-IDX-MT) TO REG-MATRICULA

               IF MT-MATRICULA = WA-MATRICULA
               AND MT-ANO-LETIVO = WS-ANO-NOVO
                   MOVE WS-IDX-MT TO WS-POS-MATRICULA
               END-IF
           END-PERFORM.

           IF FLAG-MATRICULA-ENCONTRADA
               MOVE TB-MT-REGISTRO(WS-POS-MATRICULA) TO REG-MATRICULA
           ELSE
               MOVE SPACES TO REG-MATRICULA
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-RESUMO-PROMOCAO.

       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="ENCERRA-AN"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="ENCERRA-AN"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
