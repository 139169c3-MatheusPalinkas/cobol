       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-CLIENTES.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CADASTRO DE CLIENTES: MANTEM clientes.dat (CODIGO, NOME,
      *    CPF OU CNPJ, LIMITE DE CREDITO, CONDICAO DE PAGAMENTO EM
      *    PARCELAS E DIAS ENTRE ELAS, E SITUACAO). E O CADASTRO QUE
      *    TP10-VENDAS CONSULTA NA VENDA A PRAZO E TP10-RECEBER NA
      *    BAIXA E NO AGING DOS TITULOS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLIENTE-SELECT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTE-FD.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       77 WS-CONT                   PIC 9(3)              VALUE ZEROS.
       77 WS-TOTAL-ITENS            PIC 9(3)              VALUE ZEROS.
       77 CONST-LIMITE-TABELA       PIC 9(3)              VALUE 500.
       77 WS-POS-ENCONTRADA         PIC 9(3)              VALUE ZEROS.
           88 FLAG-CLIENTE-ENCONTRADO VALUE 1 THRU 500.
       01 TB-CLIENTES.
           02 CLIENTES-TAB OCCURS 500 TIMES.
               10 TB-CL-REGISTRO    PIC X(71)             VALUE SPACES.
       01 WS-CLIENTE-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(6)              VALUE SPACES.
           05 WS-ENT-NOME           PIC X(30)             VALUE SPACES.
           05 WS-ENT-DOCUMENTO      PIC X(14)             VALUE SPACES.
           05 WS-ENT-LIMITE         PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-ENT-PARCELAS       PIC 9(2)              VALUE ZEROS.
           05 WS-ENT-PRAZO-DIAS     PIC 9(3)              VALUE ZEROS.
           05 WS-ENT-SITUACAO       PIC X                 VALUE "A".
               88 FLAG-ENT-SITUACAO-VALIDA     VALUE "A" "I".
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY CLIENTE-STATUS.
           COPY AUDITORIA-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Cadastro de clientes".

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
           "TP10 - Cadastro de clientes".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - listar clientes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - incluir cliente".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - alterar cliente".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-CLIENTE.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Cadastro de clientes".

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Codigo: ".
           10 SC-ENT-CODIGO         LINE + 0  COLUMN  58
           USING WS-ENT-CODIGO.

           10   LINE 10   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Nome: ".
           10 SC-ENT-NOME           LINE + 0  COLUMN  58
           USING WS-ENT-NOME.

           10   LINE 11   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "CPF ou CNPJ (so numeros): ".
           10 SC-ENT-DOCUMENTO      LINE + 0  COLUMN  58
           USING WS-ENT-DOCUMENTO.

           10   LINE 12   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Limite de credito: ".
           10 SC-ENT-LIMITE         LINE + 0  COLUMN  58
           PIC Z.ZZZ.ZZ9,99
           USING WS-ENT-LIMITE.

           10   LINE 13   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Numero de parcelas: ".
           10 SC-ENT-PARCELAS       LINE + 0  COLUMN  58  PIC Z9
           USING WS-ENT-PARCELAS.

           10   LINE 14   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Dias entre parcelas: ".
           10 SC-ENT-PRAZO-DIAS     LINE + 0  COLUMN  58  PIC ZZ9
           USING WS-ENT-PRAZO-DIAS.

           10   LINE 15   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Situacao (A ativo / I inativo): ".
           10 SC-ENT-SITUACAO       LINE + 0  COLUMN  58
           USING WS-ENT-SITUACAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

           PERFORM CARREGAR-TABELA-CLIENTES.

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
       OBTER-CAMINHO-CLIENTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="clientes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CLIENTES==
                ==:DDVAR:==  BY =="DD_CLIENTES"==.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-CLIENTES.
           MOVE ZEROS  TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-STATUS-CLIENTES.

           PERFORM OBTER-CAMINHO-CLIENTES.

           OPEN INPUT CLIENTES.

           IF FLAG-CLIENTES-SUCESSO
               PERFORM CARREGAR-LINHA-CLIENTE WITH TEST BEFORE
               UNTIL FLAG-CLIENTES-EOF
               OR WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
               CLOSE CLIENTES
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-CLIENTE.

           READ CLIENTES.

           IF NOT FLAG-CLIENTES-EOF
               ADD 1 TO WS-TOTAL-ITENS
               MOVE REG-CLIENTE TO TB-CL-REGISTRO(WS-TOTAL-ITENS)
           END-IF.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-CLIENTES
               WHEN 2
                   PERFORM INCLUIR-CLIENTE
               WHEN 3
                   PERFORM ALTERAR-CLIENTE
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       LISTAR-CLIENTES.
           DISPLAY SC-LIMPA-TELA.
           MOVE 5 TO WS-COUNT-LINE.

           IF WS-TOTAL-ITENS = ZEROS
               DISPLAY "NENHUM CLIENTE CADASTRADO AINDA"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               DISPLAY "Codigo Nome                   Limite       "
                   "Parc Dias S" AT 0410
           END-IF.

           PERFORM LISTAR-LINHA-CLIENTE
           VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
           OR WS-COUNT-LINE > 20.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-CLIENTE.

           MOVE TB-CL-REGISTRO(WS-CONT) TO REG-CLIENTE.

           DISPLAY CL-CODIGO
               AT LINE WS-COUNT-LINE COLUMN 10.
           DISPLAY CL-NOME(1:22)
               AT LINE WS-COUNT-LINE COLUMN 17.
           DISPLAY CL-LIMITE
               AT LINE WS-COUNT-LINE COLUMN 40.
           DISPLAY CL-PARCELAS
               AT LINE WS-COUNT-LINE COLUMN 53.
           DISPLAY CL-PRAZO-DIAS
               AT LINE WS-COUNT-LINE COLUMN 58.
           DISPLAY CL-SITUACAO
               AT LINE WS-COUNT-LINE COLUMN 63.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       INCLUIR-CLIENTE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-NOME WS-ENT-DOCUMENTO.
           MOVE ZEROS  TO WS-ENT-LIMITE WS-ENT-PRAZO-DIAS.
           MOVE 1      TO WS-ENT-PARCELAS.
           MOVE "A"    TO WS-ENT-SITUACAO.

           DISPLAY SC-CLIENTE.
           ACCEPT SC-ENT-CODIGO.
           ACCEPT SC-ENT-NOME.
           ACCEPT SC-ENT-DOCUMENTO.
           ACCEPT SC-ENT-LIMITE.
           ACCEPT SC-ENT-PARCELAS.
           ACCEPT SC-ENT-PRAZO-DIAS.
           ACCEPT SC-ENT-SITUACAO.

           PERFORM LOCALIZAR-CLIENTE-TABELA.

           IF WS-ENT-CODIGO = SPACES
           OR WS-ENT-NOME = SPACES
           OR WS-ENT-DOCUMENTO = SPACES
           OR WS-ENT-PARCELAS = ZEROS
           OR NOT FLAG-ENT-SITUACAO-VALIDA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - inclusao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               IF FLAG-CLIENTE-ENCONTRADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Codigo de cliente ja cadastrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   IF WS-TOTAL-ITENS >= CONST-LIMITE-TABELA
                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Cadastro de clientes cheio"
                       FOREGROUND-COLOR 6 AT 2028
                   ELSE
                       ADD 1 TO WS-TOTAL-ITENS
                       MOVE WS-TOTAL-ITENS TO WS-POS-ENCONTRADA
                       PERFORM MOVER-ENTRADA-TABELA
                       PERFORM SALVAR-TABELA-CLIENTES

                       MOVE "CLIENTE INCLUIDO" TO WS-AUD-RESULTADO
                       PERFORM AUDITAR-CLIENTE

                       DISPLAY SC-LIMPA-TELA
                       DISPLAY "Cliente incluido com sucesso"
                       FOREGROUND-COLOR 2 AT 2028
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       ALTERAR-CLIENTE.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO.

           DISPLAY "Codigo do cliente: " AT 0528.
           ACCEPT WS-ENT-CODIGO AT 0548.

           PERFORM LOCALIZAR-CLIENTE-TABELA.

           IF NOT FLAG-CLIENTE-ENCONTRADO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Cliente nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE TB-CL-REGISTRO(WS-POS-ENCONTRADA) TO REG-CLIENTE
               MOVE CL-NOME       TO WS-ENT-NOME
               MOVE CL-DOCUMENTO  TO WS-ENT-DOCUMENTO
               MOVE CL-LIMITE     TO WS-ENT-LIMITE
               MOVE CL-PARCELAS   TO WS-ENT-PARCELAS
               MOVE CL-PRAZO-DIAS TO WS-ENT-PRAZO-DIAS
               MOVE CL-SITUACAO   TO WS-ENT-SITUACAO

               DISPLAY SC-LIMPA-TELA
               DISPLAY SC-CLIENTE
               ACCEPT SC-ENT-NOME
               ACCEPT SC-ENT-DOCUMENTO
               ACCEPT SC-ENT-LIMITE
               ACCEPT SC-ENT-PARCELAS
               ACCEPT SC-ENT-PRAZO-DIAS
               ACCEPT SC-ENT-SITUACAO

               IF WS-ENT-NOME = SPACES
               OR WS-ENT-DOCUMENTO = SPACES
               OR WS-ENT-PARCELAS = ZEROS
               OR NOT FLAG-ENT-SITUACAO-VALIDA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Dados invalidos - alteracao cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM MOVER-ENTRADA-TABELA
                   PERFORM SALVAR-TABELA-CLIENTES

                   MOVE "CLIENTE ALTERADO" TO WS-AUD-RESULTADO
                   PERFORM AUDITAR-CLIENTE

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Cliente alterado com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-CLIENTE-TABELA.
           MOVE ZEROS TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS

               IF TB-CL-REGISTRO(WS-CONT)(1:6) = WS-ENT-CODIGO
                   MOVE WS-CONT TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       MOVER-ENTRADA-TABELA.
           MOVE SPACES            TO REG-CLIENTE.
           MOVE WS-ENT-CODIGO     TO CL-CODIGO.
           MOVE WS-ENT-NOME       TO CL-NOME.
           MOVE WS-ENT-DOCUMENTO  TO CL-DOCUMENTO.
           MOVE WS-ENT-LIMITE     TO CL-LIMITE.
           MOVE WS-ENT-PARCELAS   TO CL-PARCELAS.
           MOVE WS-ENT-PRAZO-DIAS TO CL-PRAZO-DIAS.
           MOVE WS-ENT-SITUACAO   TO CL-SITUACAO.

           MOVE REG-CLIENTE TO TB-CL-REGISTRO(WS-POS-ENCONTRADA).
      *--------------------------------------------------------------*
       SALVAR-TABELA-CLIENTES.
           PERFORM OBTER-CAMINHO-CLIENTES.

           OPEN OUTPUT CLIENTES.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-ITENS
               MOVE TB-CL-REGISTRO(WS-CONT) TO REG-CLIENTE
               WRITE REG-CLIENTE
           END-PERFORM.

           CLOSE CLIENTES.
      *--------------------------------------------------------------*
       AUDITAR-CLIENTE.
           STRING "CLIENTE=" DELIMITED BY SIZE
                  WS-ENT-CODIGO DELIMITED BY SIZE
                  " LIMITE=" DELIMITED BY SIZE
                  WS-ENT-LIMITE DELIMITED BY SIZE
                  " SIT=" DELIMITED BY SIZE
                  WS-ENT-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-CLIEN"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
