       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP08-CAD-SALFAM.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    PARAMETROS DO SALARIO-FAMILIA: MANTEM salario_familia.dat
      *    COM UMA LINHA POR VIGENCIA (TETO DE REMUNERACAO E VALOR DA
      *    COTA POR FILHO A PARTIR DA DATA), NO MESMO ESPIRITO DAS
      *    VIGENCIAS DE faixas.txt. A FOLHA (TP08-MAIN) USA A ULTIMA
      *    VIGENCIA ATE O PRIMEIRO DIA DA COMPETENCIA; OS REAJUSTES
      *    ANUAIS DA PORTARIA ENTRAM COMO NOVA VIGENCIA, SEM MEXER NO
      *    PROGRAMA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SAL-FAMILIA-SELECT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY SAL-FAMILIA-FD.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-SALFAM-ENTRADA.
           05 WS-ENT-VIGENCIA       PIC 9(8)              VALUE ZEROS.
           05 WS-ENT-TETO           PIC 9(5)V9(2)         VALUE ZEROS.
               88 FLAG-ENT-TETO-VALIDO     VALUE 0,01 THRU 99999,99.
           05 WS-ENT-VALOR-COTA     PIC 9(3)V9(2)         VALUE ZEROS.
               88 FLAG-ENT-COTA-VALIDA     VALUE 0,01 THRU 999,99.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY SAL-FAMILIA-STATUS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Parametros do salario-familia".

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
           "TP08 - Parametros do salario-familia".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - incluir vigencia".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar vigencias".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-SALFAM.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP08 - Parametros do salario-familia".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Vigencia a partir de (AAAAMMDD): ".
           10 SC-ENT-VIGENCIA       LINE + 0  COLUMN  62
           USING WS-ENT-VIGENCIA.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Teto de remuneracao: ".
           10 SC-ENT-TETO           LINE + 0  COLUMN  62
           PIC ZZZZ9,99 USING WS-ENT-TETO.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Valor da cota por filho: ".
           10 SC-ENT-VALOR-COTA     LINE + 0  COLUMN  62  PIC ZZ9,99
           USING WS-ENT-VALOR-COTA.

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
                                        BY =="TP08-CADSF"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SAL-FAMILIA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="salario_familia.dat"==
                ==:DESTINO:== BY ==WS-ARQ-SAL-FAMILIA==
                ==:DDVAR:==  BY =="DD_SAL-FAMILIA"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-VIGENCIA
               WHEN 2
                   PERFORM LISTAR-VIGENCIAS
               WHEN 3
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       INCLUIR-VIGENCIA.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-VIGENCIA WS-ENT-TETO WS-ENT-VALOR-COTA.

           DISPLAY SC-SALFAM.
           ACCEPT SC-ENT-VIGENCIA.
           ACCEPT SC-ENT-TETO.
           ACCEPT SC-ENT-VALOR-COTA.

           IF WS-ENT-VIGENCIA = ZEROS
           OR NOT FLAG-ENT-TETO-VALIDO
           OR NOT FLAG-ENT-COTA-VALIDA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GRAVAR-VIGENCIA

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Vigencia incluida com sucesso"
               FOREGROUND-COLOR 2 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-VIGENCIA.
           PERFORM OBTER-CAMINHO-SAL-FAMILIA.

           MOVE SPACES TO WS-STATUS-SAL-FAMILIA.

           OPEN EXTEND SAL-FAMILIA.

           IF NOT FLAG-SAL-FAMILIA-SUCESSO
               IF FLAG-SAL-FAMILIA-NAO-CRIADO
                   OPEN OUTPUT SAL-FAMILIA
               END-IF
           END-IF.

           MOVE SPACES TO REG-SAL-FAMILIA.

           MOVE WS-ENT-VIGENCIA   TO SF-VIGENCIA.
           MOVE WS-ENT-TETO       TO SF-TETO.
           MOVE WS-ENT-VALOR-COTA TO SF-VALOR-COTA.

           WRITE REG-SAL-FAMILIA.

           CLOSE SAL-FAMILIA.

           STRING "VIG=" DELIMITED BY SIZE
                  WS-ENT-VIGENCIA DELIMITED BY SIZE
                  " TETO=" DELIMITED BY SIZE
                  WS-ENT-TETO DELIMITED BY SIZE
                  " COTA=" DELIMITED BY SIZE
                  WS-ENT-VALOR-COTA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "VIGENCIA SAL-FAMILIA INCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       LISTAR-VIGENCIAS.
           DISPLAY SC-LIMPA-TELA.

           DISPLAY "Vigencia" AT 0728.
           DISPLAY "Teto" AT 0740.
           DISPLAY "Cota" AT 0752.

           MOVE 9 TO WS-COUNT-LINE.
           MOVE SPACES TO WS-STATUS-SAL-FAMILIA.

           PERFORM OBTER-CAMINHO-SAL-FAMILIA.

           OPEN INPUT SAL-FAMILIA.

           IF NOT FLAG-SAL-FAMILIA-SUCESSO
               DISPLAY "NENHUMA VIGENCIA CADASTRADA AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM LISTAR-LINHA-VIGENCIA WITH TEST BEFORE
               UNTIL FLAG-SAL-FAMILIA-EOF
               CLOSE SAL-FAMILIA
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-VIGENCIA.

           READ SAL-FAMILIA.

           IF NOT FLAG-SAL-FAMILIA-EOF
               DISPLAY SF-VIGENCIA
                   AT LINE WS-COUNT-LINE COLUMN 28
               DISPLAY SF-TETO
                   AT LINE WS-COUNT-LINE COLUMN 40
               DISPLAY SF-VALOR-COTA
                   AT LINE WS-COUNT-LINE COLUMN 52
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
