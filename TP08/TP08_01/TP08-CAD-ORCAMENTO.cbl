       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-CAD-ORCAMENTO.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    ORCAMENTO DE PESSOAL: MANTEM orcamento_pessoal.dat (QUADRO,
      *    BRUTO E ENCARGOS PATRONAIS ORCADOS POR SETOR E
      *    COMPETENCIA). SO O SUPERVISOR GRAVA OU EXCLUI; MES 00 NA
      *    ENTRADA REPETE OS VALORES NOS 12 MESES DO ANO. O CONFRONTO
      *    COM O REALIZADO E FEITO POR TP08-ORCAMENTO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORCAMENTO-SELECT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY ORCAMENTO-FD.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       01 WS-ORC-ENTRADA.
           05 WS-ENT-SETOR          PIC X(02)             VALUE SPACES.
           05 WS-ENT-COMP-ANO       PIC 9(4)              VALUE ZEROS.
           05 WS-ENT-COMP-MES       PIC 9(2)              VALUE ZEROS.
               88 FLAG-ENT-MES-VALIDO          VALUE 0 THRU 12.
               88 FLAG-ENT-ANO-INTEIRO         VALUE 0.
           05 WS-ENT-QUADRO         PIC 9(4)              VALUE ZEROS.
           05 WS-ENT-BRUTO          PIC 9(8)V9(2)         VALUE ZEROS.
           05 WS-ENT-ENCARGOS       PIC 9(8)V9(2)         VALUE ZEROS.
      *---- TABELA DO ORCAMENTO --------------------------------------*
       77 WS-TOTAL-ITENS            PIC 9(4)              VALUE ZEROS.
       77 CONST-LIMITE-TABELA       PIC 9(4)              VALUE 2000.
       77 WS-POS-ENCONTRADA         PIC 9(4)              VALUE ZEROS.
           88 FLAG-ORC-ENCONTRADO              VALUE 1 THRU 2000.
       77 WS-CONT                   PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-MANTIDOS           PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-AFETADOS           PIC 9(4)              VALUE ZEROS.
       77 WS-MES                    PIC 9(2)              VALUE ZEROS.
       77 WS-MES-INICIO             PIC 9(2)              VALUE ZEROS.
       77 WS-MES-FIM                PIC 9(2)              VALUE ZEROS.
       01 TB-ORCAMENTOS.
           02 ORCAMENTOS-TAB OCCURS 2000 TIMES.
               10 TB-OR-REGISTRO    PIC X(56)             VALUE SPACES.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY ORCAMENTO-STATUS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Orcamento de pessoal".

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Operador: ".
           10 SC-LOGIN-ID         LINE + 0  COLUMN  39
           USING WS-LOGIN-ID.

           10   LINE 17   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Senha: ".
           10 SC-LOGIN-SENHA      LINE + 0  COLUMN  36  SECURE
           USING WS-LOGIN-SENHA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-OPCOES.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Orcamento de pessoal".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - gravar orcamento de um setor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar orcamento de um setor no ano".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - excluir orcamento de um setor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-ORCAMENTO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Orcamento de pessoal".

           10   LINE 09   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Setor: ".
           10 SC-ENT-SETOR          LINE + 0  COLUMN  60
           USING WS-ENT-SETOR.

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Competencia ano (AAAA): ".
           10 SC-ENT-COMP-ANO       LINE + 0  COLUMN  60
           USING WS-ENT-COMP-ANO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Competencia mes (00 = ano todo): ".
           10 SC-ENT-COMP-MES       LINE + 0  COLUMN  60
           USING WS-ENT-COMP-MES.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Quadro orcado: ".
           10 SC-ENT-QUADRO         LINE + 0  COLUMN  60  PIC ZZZ9
           USING WS-ENT-QUADRO.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Bruto orcado no mes: ".
           10 SC-ENT-BRUTO          LINE + 0  COLUMN  60
           PIC ZZZZZZZ9,99
           USING WS-ENT-BRUTO.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Encargos orcados no mes: ".
           10 SC-ENT-ENCARGOS       LINE + 0  COLUMN  60
           PIC ZZZZZZZ9,99
           USING WS-ENT-ENCARGOS.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-OPCOES.

           STOP RUN.
      *--------------------------------------------------------------*
       FAZER-LOGIN.
           DISPLAY SC-LOGIN.
           ACCEPT SC-LOGIN-ID.
           ACCEPT SC-LOGIN-SENHA.

           PERFORM OBTER-CAMINHO-OPERADORES.
           PERFORM VALIDAR-LOGIN.

           IF NOT FLAG-LOGIN-VALIDO
               DISPLAY "Operador ou senha invalidos" AT 2128
               FOREGROUND-COLOR 6
               PERFORM FAZER-LOGIN
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-OPERADORES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="operadores.txt"==
                ==:DESTINO:== BY ==WS-ARQ-OPERADORES==
                ==:DDVAR:==  BY =="DD_OPERADORES"==.
      *--------------------------------------------------------------*
       VALIDAR-LOGIN.
           COPY VALIDAR-LOGIN.
      *--------------------------------------------------------------*
       REGRAVAR-OPERADORES.
           COPY REGRAVAR-OPERADORES.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-CADOR"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ORCAMENTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="orcamento_pessoal.dat"==
                ==:DESTINO:== BY ==WS-ARQ-ORCAMENTOS==
                ==:DDVAR:==  BY =="DD_ORCAMENTOS"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM GRAVAR-ORCAMENTO
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 2
                   PERFORM LISTAR-ORCAMENTO
               WHEN 3
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM EXCLUIR-ORCAMENTO
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
      *    A TENTATIVA NEGADA FICA NA AUDITORIA.
      *--------------------------------------------------------------*
       NEGAR-ACESSO-SUPERVISOR.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
           DISPLAY "Acesso negado - exige perfil supervisor"
               FOREGROUND-COLOR 6 AT 2028.

           STRING "OPERADOR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SPACE
                  " PERFIL=" DELIMITED BY SIZE
                  WS-LOGIN-PERFIL DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ACESSO NEGADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    SETOR E COMPETENCIA JA ORCADOS TEM OS VALORES SUBSTITUIDOS;
      *    OS DEMAIS SAO INCLUIDOS.
      *--------------------------------------------------------------*
       GRAVAR-ORCAMENTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-SETOR.
           MOVE ZEROS  TO WS-ENT-COMP-ANO WS-ENT-COMP-MES
                          WS-ENT-QUADRO WS-ENT-BRUTO WS-ENT-ENCARGOS.

           DISPLAY SC-ORCAMENTO.
           ACCEPT SC-ENT-SETOR.
           ACCEPT SC-ENT-COMP-ANO.
           ACCEPT SC-ENT-COMP-MES.
           ACCEPT SC-ENT-QUADRO.
           ACCEPT SC-ENT-BRUTO.
           ACCEPT SC-ENT-ENCARGOS.

           IF WS-ENT-SETOR = SPACES
           OR WS-ENT-COMP-ANO = ZEROS
           OR NOT FLAG-ENT-MES-VALIDO
           OR WS-ENT-BRUTO = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - gravacao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-TABELA-ORCAMENTOS
               PERFORM DEFINIR-MESES-ENTRADA
               MOVE ZEROS TO WS-QTD-AFETADOS

               PERFORM GRAVAR-MES-ORCAMENTO
               VARYING WS-MES FROM WS-MES-INICIO BY 1
               UNTIL WS-MES > WS-MES-FIM

               PERFORM SALVAR-TABELA-ORCAMENTOS

               STRING "SETOR=" DELIMITED BY SIZE
                      WS-ENT-SETOR DELIMITED BY SIZE
                      " COMP=" DELIMITED BY SIZE
                      WS-ENT-COMP-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ENT-COMP-ANO DELIMITED BY SIZE
                      " BRUTO=" DELIMITED BY SIZE
                      WS-ENT-BRUTO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "ORCAMENTO GRAVADO" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Orcamento gravado com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       DEFINIR-MESES-ENTRADA.
           IF FLAG-ENT-ANO-INTEIRO
               MOVE 1  TO WS-MES-INICIO
               MOVE 12 TO WS-MES-FIM
           ELSE
               MOVE WS-ENT-COMP-MES TO WS-MES-INICIO WS-MES-FIM
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-MES-ORCAMENTO.
           PERFORM LOCALIZAR-ORCAMENTO.

           IF NOT FLAG-ORC-ENCONTRADO
               IF WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
                   DISPLAY "TABELA DE ORCAMENTO CHEIA"
                   FOREGROUND-COLOR 6 AT 2128
               ELSE
                   ADD 1 TO WS-TOTAL-ITENS
                   MOVE WS-TOTAL-ITENS TO WS-POS-ENCONTRADA
               END-IF
           END-IF.

           IF FLAG-ORC-ENCONTRADO
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               MOVE SPACES             TO REG-ORCAMENTO
               MOVE WS-ENT-SETOR       TO OR-SETOR
               MOVE WS-ENT-COMP-ANO    TO OR-COMP-ANO
               MOVE WS-MES             TO OR-COMP-MES
               MOVE WS-ENT-QUADRO      TO OR-QUADRO
               MOVE WS-ENT-BRUTO       TO OR-BRUTO
               MOVE WS-ENT-ENCARGOS    TO OR-ENCARGOS
               MOVE WS-LOGIN-ID        TO OR-OPERADOR
               MOVE WS-DATA-HOJE       TO OR-DATA-ATUALIZACAO

               MOVE REG-ORCAMENTO
                   TO TB-OR-REGISTRO(WS-POS-ENCONTRADA)
               ADD 1 TO WS-QTD-AFETADOS
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-ORCAMENTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-SETOR.
           MOVE ZEROS  TO WS-ENT-COMP-ANO.

           DISPLAY "Setor:             " AT 0528.
           ACCEPT WS-ENT-SETOR AT 0548.
           DISPLAY "Ano (AAAA):        " AT 0628.
           ACCEPT WS-ENT-COMP-ANO AT 0648.

           DISPLAY "MES  QUADRO         BRUTO      ENCARGOS  OPERADOR"
               AT 0810.

           MOVE 9 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-ORCAMENTOS.

           PERFORM OBTER-CAMINHO-ORCAMENTOS.

           OPEN INPUT ORCAMENTOS.

           IF NOT FLAG-ORCAMENTOS-SUCESSO
               DISPLAY "NENHUM ORCAMENTO CADASTRADO AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-ORCAMENTO WITH TEST BEFORE
               UNTIL FLAG-ORCAMENTOS-EOF
               CLOSE ORCAMENTOS
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-ORCAMENTO.

           READ ORCAMENTOS.

           IF NOT FLAG-ORCAMENTOS-EOF
               IF OR-SETOR = WS-ENT-SETOR
               AND OR-COMP-ANO = WS-ENT-COMP-ANO
               AND WS-COUNT-LINE < 21
                   DISPLAY OR-COMP-MES
                       AT LINE WS-COUNT-LINE COLUMN 10
                   DISPLAY OR-QUADRO
                       AT LINE WS-COUNT-LINE COLUMN 16
                   DISPLAY OR-BRUTO
                       AT LINE WS-COUNT-LINE COLUMN 23
                   DISPLAY OR-ENCARGOS
                       AT LINE WS-COUNT-LINE COLUMN 37
                   DISPLAY OR-OPERADOR
                       AT LINE WS-COUNT-LINE COLUMN 51
                   ADD 1 TO WS-COUNT-LINE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    MES 00 EXCLUI O ANO INTEIRO DO SETOR.
      *--------------------------------------------------------------*
       EXCLUIR-ORCAMENTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-SETOR.
           MOVE ZEROS  TO WS-ENT-COMP-ANO WS-ENT-COMP-MES.

           DISPLAY "Setor:                        " AT 0728.
           ACCEPT WS-ENT-SETOR AT 0760.
           DISPLAY "Ano (AAAA):                   " AT 0828.
           ACCEPT WS-ENT-COMP-ANO AT 0860.
           DISPLAY "Mes (00 = ano todo):          " AT 0928.
           ACCEPT WS-ENT-COMP-MES AT 0960.

           IF WS-ENT-SETOR = SPACES
           OR WS-ENT-COMP-ANO = ZEROS
           OR NOT FLAG-ENT-MES-VALIDO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - exclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-TABELA-ORCAMENTOS
               PERFORM DEFINIR-MESES-ENTRADA

               MOVE ZEROS TO WS-QTD-MANTIDOS WS-QTD-AFETADOS

               PERFORM COMPACTAR-LINHA-ORCAMENTO
               VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE WS-QTD-MANTIDOS TO WS-TOTAL-ITENS

               IF WS-QTD-AFETADOS = ZEROS
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Orcamento nao encontrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM SALVAR-TABELA-ORCAMENTOS

                   STRING "SETOR=" DELIMITED BY SIZE
                          WS-ENT-SETOR DELIMITED BY SIZE
                          " COMP=" DELIMITED BY SIZE
                          WS-ENT-COMP-MES DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-ENT-COMP-ANO DELIMITED BY SIZE
                          " LINHAS=" DELIMITED BY SIZE
                          WS-QTD-AFETADOS DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "ORCAMENTO EXCLUIDO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Orcamento excluido com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       COMPACTAR-LINHA-ORCAMENTO.
           MOVE TB-OR-REGISTRO(WS-CONT) TO REG-ORCAMENTO.

           IF OR-SETOR = WS-ENT-SETOR
           AND OR-COMP-ANO = WS-ENT-COMP-ANO
           AND OR-COMP-MES >= WS-MES-INICIO
           AND OR-COMP-MES <= WS-MES-FIM
               ADD 1 TO WS-QTD-AFETADOS
           ELSE
               ADD 1 TO WS-QTD-MANTIDOS
               MOVE REG-ORCAMENTO TO TB-OR-REGISTRO(WS-QTD-MANTIDOS)
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-ORCAMENTOS.
           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-STATUS-ORCAMENTOS.

           PERFORM OBTER-CAMINHO-ORCAMENTOS.

           OPEN INPUT ORCAMENTOS.

           IF FLAG-ORCAMENTOS-SUCESSO
               PERFORM CARREGAR-LINHA-ORCAMENTO WITH TEST BEFORE
               UNTIL FLAG-ORCAMENTOS-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE ORCAMENTOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-ORCAMENTO.

           READ ORCAMENTOS.

           IF NOT FLAG-ORCAMENTOS-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-ORCAMENTO TO TB-OR-REGISTRO(WS-TOTAL-ITENS)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ORCAMENTO.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               MOVE TB-OR-REGISTRO(WS-CONT) TO REG-ORCAMENTO

               IF OR-SETOR = WS-ENT-SETOR
               AND OR-COMP-ANO = WS-ENT-COMP-ANO
               AND OR-COMP-MES = WS-MES
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SALVAR-TABELA-ORCAMENTOS.
           OPEN OUTPUT ORCAMENTOS.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE TB-OR-REGISTRO(WS-CONT) TO REG-ORCAMENTO
               WRITE REG-ORCAMENTO
           END-PERFORM.

           CLOSE ORCAMENTOS.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
