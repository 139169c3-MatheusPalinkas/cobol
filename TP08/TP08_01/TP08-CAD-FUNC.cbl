           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY MOVIMENTACAO-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY MOVIMENTACAO-FD.

       COPY EMPRESA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
           05 WS-ENT-BANCO          PIC X(03)             VALUE SPACES.
           05 WS-ENT-AGENCIA        PIC X(05)             VALUE SPACES.
           05 WS-ENT-CONTA          PIC X(10)             VALUE SPACES.
           05 WS-ENT-EMPRESA        PIC X(02)             VALUE SPACES.
      *---- MOVIMENTACAO FUNCIONAL ------------------------------------*
      *    SITUACAO ANTES DA ALTERACAO; MUDANCA DE CARGO, SETOR OU
      *    VALOR HORA EXIGE SUPERVISOR, DATA DE EFEITO E MOTIVO.
       77 WS-ANT-CARGO              PIC X(20)             VALUE SPACES.
       77 WS-ANT-SETOR              PIC X(02)             VALUE SPACES.
       77 WS-ANT-HORA-TRAB          PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-MOV-TIPO               PIC X                 VALUE SPACES.
       77 WS-MOV-MOTIVO             PIC X(30)             VALUE SPACES.
       01 WS-MOV-DATA-EFETIVA.
           05 WS-MOV-ANO            PIC 9(4)              VALUE ZEROS.
           05 WS-MOV-MES            PIC 9(2)              VALUE ZEROS.
               88 FLAG-MOV-MES-VALIDO VALUE 1 THRU 12.
           05 WS-MOV-DIA            PIC 9(2)              VALUE ZEROS.
               88 FLAG-MOV-DIA-VALIDO VALUE 1 THRU 31.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY FUNC-MASTER-STATUS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY MOVIMENTACAO-STATUS.
           COPY EMPRESA-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           10 SC-ENT-CONTA          LINE + 0  COLUMN  52
           USING WS-ENT-CONTA.

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz): ".
           10 SC-ENT-EMPRESA        LINE + 0  COLUMN  52
           USING WS-ENT-EMPRESA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".

           ACCEPT SC-ENT-BANCO.
           ACCEPT SC-ENT-AGENCIA.
           ACCEPT SC-ENT-CONTA.
           PERFORM ENTRADA-EMPRESA.
      *--------------------------------------------------------------*
      *    O FUNCIONARIO SO PODE SER REGISTRADO EM EMPRESA CADASTRADA
      *    EM empresa.dat (TP11_10); EM BRANCO VALE A MATRIZ.
      *--------------------------------------------------------------*
       ENTRADA-EMPRESA.

           ACCEPT SC-ENT-EMPRESA.

           IF WS-ENT-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-ENT-EMPRESA
           END-IF.

           MOVE WS-ENT-EMPRESA TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY "Empresa nao cadastrada"
               AT 2128 FOREGROUND-COLOR 6
               PERFORM ENTRADA-EMPRESA
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2128.
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
       ENTRADA-PERIODO.

           MOVE WS-ENT-BANCO        TO FM-BANCO.
           MOVE WS-ENT-AGENCIA      TO FM-AGENCIA.
           MOVE WS-ENT-CONTA        TO FM-CONTA.
           MOVE WS-ENT-EMPRESA      TO FM-EMPRESA.
      *--------------------------------------------------------------*
       INCLUIR-FUNCIONARIO.
           DISPLAY SC-LIMPA-TELA.
                   DISPLAY "Prontuario ja cadastrado"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-FUNC-MASTER-SUCESSO
                   PERFORM GRAVAR-MOVIMENTACAO-ADMISSAO
                   DISPLAY "Funcionario incluido com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               WHEN OTHER
               MOVE FM-BANCO             TO WS-ENT-BANCO
               MOVE FM-AGENCIA           TO WS-ENT-AGENCIA
               MOVE FM-CONTA             TO WS-ENT-CONTA
               MOVE FM-EMPRESA           TO WS-ENT-EMPRESA

               MOVE FM-CARGO             TO WS-ANT-CARGO
               MOVE FM-SETOR             TO WS-ANT-SETOR
               MOVE FM-HORA-TRABALHADA   TO WS-ANT-HORA-TRAB

               DISPLAY SC-LIMPA-TELA
               PERFORM ENTRADA-DADOS-FUNCIONARIO

               MOVE SPACES TO WS-MOV-TIPO

               IF WS-ENT-CARGO     NOT = WS-ANT-CARGO
               OR WS-ENT-SETOR     NOT = WS-ANT-SETOR
               OR WS-ENT-HORA-TRAB NOT = WS-ANT-HORA-TRAB
                   PERFORM CONFIRMAR-MOVIMENTACAO
               END-IF

               PERFORM MOVER-ENTRADA-PARA-REGISTRO
               MOVE WS-PRONT-BUSCA TO FM-PRONTUARIO

               REWRITE REG-FUNC-MASTER

               IF WS-MOV-TIPO NOT = SPACES
                   PERFORM GRAVAR-MOVIMENTACAO-ALTERACAO
               END-IF

               DISPLAY SC-LIMPA-TELA
               DISPLAY "Funcionario alterado com sucesso"
               FOREGROUND-COLOR 2 AT 2028
               DISPLAY "Funcionario nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
      *    PROMOCAO, TRANSFERENCIA OU ALTERACAO SALARIAL: SO O
      *    SUPERVISOR APROVA, INFORMANDO A DATA DE EFEITO E O MOTIVO.
      *    SEM ISSO, CARGO, SETOR E VALOR HORA VOLTAM AO QUE ERAM E
      *    O RESTO DA ALTERACAO E GRAVADO NORMALMENTE.
      *--------------------------------------------------------------*
       CONFIRMAR-MOVIMENTACAO.
           IF NOT FLAG-PERFIL-SUPERVISOR
               PERFORM RESTAURAR-SITUACAO-FUNCIONAL
               DISPLAY SC-LIMPA-TELA
               PERFORM NEGAR-ACESSO-SUPERVISOR
               DISPLAY "Pressione ENTER para continuar" AT 2228
               ACCEPT WS-LIMPAR-MENSAGEM AT 2228
           ELSE
               DISPLAY SC-LIMPA-TELA

               MOVE ZEROS  TO WS-MOV-DATA-EFETIVA
               MOVE SPACES TO WS-MOV-MOTIVO

               DISPLAY "TP08 - Cadastro de funcionarios" AT 0536
               DISPLAY "Cargo, setor ou valor hora alterado" AT 0728
               DISPLAY "Data de efeito (AAAAMMDD):   " AT 0928
               ACCEPT WS-MOV-DATA-EFETIVA AT 0958
               DISPLAY "Motivo:                      " AT 1028
               ACCEPT WS-MOV-MOTIVO AT 1058

               IF WS-MOV-ANO = ZEROS
               OR NOT FLAG-MOV-MES-VALIDO
               OR NOT FLAG-MOV-DIA-VALIDO
               OR WS-MOV-MOTIVO = SPACES
                   PERFORM RESTAURAR-SITUACAO-FUNCIONAL
                   DISPLAY "Data ou motivo invalido - cargo, setor e"
                       AT 2028 FOREGROUND-COLOR 6
                   DISPLAY "valor hora mantidos" AT 2128
                       FOREGROUND-COLOR 6
                   DISPLAY "Pressione ENTER para continuar" AT 2228
                   ACCEPT WS-LIMPAR-MENSAGEM AT 2228
               ELSE
                   EVALUATE TRUE
                       WHEN WS-ENT-CARGO NOT = WS-ANT-CARGO
                           MOVE "P" TO WS-MOV-TIPO
                       WHEN WS-ENT-SETOR NOT = WS-ANT-SETOR
                           MOVE "T" TO WS-MOV-TIPO
                       WHEN OTHER
                           MOVE "S" TO WS-MOV-TIPO
                   END-EVALUATE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       RESTAURAR-SITUACAO-FUNCIONAL.
           MOVE WS-ANT-CARGO      TO WS-ENT-CARGO.
           MOVE WS-ANT-SETOR      TO WS-ENT-SETOR.
           MOVE WS-ANT-HORA-TRAB  TO WS-ENT-HORA-TRAB.
           MOVE SPACES            TO WS-MOV-TIPO.
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
       OBTER-CAMINHO-MOVIMENTACOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="movimentacoes_funcionais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-MOVIMENTACOES==
                ==:DDVAR:==  BY =="DD_MOVIMENTACOES"==.
      *--------------------------------------------------------------*
       ABRIR-MOVIMENTACOES-EXTEND.
           PERFORM OBTER-CAMINHO-MOVIMENTACOES.

           MOVE SPACES TO WS-STATUS-MOVIMENTACOES.

           OPEN EXTEND MOVIMENTACOES.

           IF NOT FLAG-MOVIMENTACOES-SUCESSO
               IF FLAG-MOVIMENTACOES-NAO-CRIADO
                   OPEN OUTPUT MOVIMENTACOES
               END-IF
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES TO REG-MOVIMENTACAO.
           MOVE ZEROS  TO MF-DATA-EFETIVA MF-HORA-ANTERIOR
                          MF-HORA-NOVA.
           MOVE WS-LOGIN-ID  TO MF-OPERADOR.
           MOVE WS-DATA-HOJE TO MF-DATA-REGISTRO.
      *--------------------------------------------------------------*
      *    A ADMISSAO ABRE O HISTORICO DE CARREIRA DO FUNCIONARIO.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTACAO-ADMISSAO.
           PERFORM ABRIR-MOVIMENTACOES-EXTEND.

           MOVE FM-PRONTUARIO       TO MF-PRONTUARIO.
           MOVE FM-DATA-ADMISSAO    TO MF-DATA-EFETIVA.
           MOVE "A"                 TO MF-TIPO.
           MOVE FM-CARGO            TO MF-CARGO-NOVO.
           MOVE FM-SETOR            TO MF-SETOR-NOVO.
           MOVE FM-HORA-TRABALHADA  TO MF-HORA-NOVA.
           MOVE "ADMISSAO"          TO MF-MOTIVO.

           WRITE REG-MOVIMENTACAO.

           CLOSE MOVIMENTACOES.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTACAO-ALTERACAO.
           PERFORM ABRIR-MOVIMENTACOES-EXTEND.

           MOVE WS-PRONT-BUSCA      TO MF-PRONTUARIO.
           MOVE WS-MOV-DATA-EFETIVA TO MF-DATA-EFETIVA.
           MOVE WS-MOV-TIPO         TO MF-TIPO.
           MOVE WS-ANT-CARGO        TO MF-CARGO-ANTERIOR.
           MOVE WS-ENT-CARGO        TO MF-CARGO-NOVO.
           MOVE WS-ANT-SETOR        TO MF-SETOR-ANTERIOR.
           MOVE WS-ENT-SETOR        TO MF-SETOR-NOVO.
           MOVE WS-ANT-HORA-TRAB    TO MF-HORA-ANTERIOR.
           MOVE WS-ENT-HORA-TRAB    TO MF-HORA-NOVA.
           MOVE WS-MOV-MOTIVO       TO MF-MOTIVO.

           WRITE REG-MOVIMENTACAO.

           CLOSE MOVIMENTACOES.

           STRING "PRONT=" DELIMITED BY SIZE
                  WS-PRONT-BUSCA DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  WS-MOV-TIPO DELIMITED BY SIZE
                  " EFEITO=" DELIMITED BY SIZE
                  WS-MOV-DATA-EFETIVA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "MOVIMENTACAO FUNCIONAL" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       INATIVAR-FUNCIONARIO.
           DISPLAY SC-LIMPA-TELA.
               DISPLAY "Agencia:    " AT 1628 FM-AGENCIA    AT 1650
               DISPLAY "Conta:      " AT 1728 FM-CONTA      AT 1750
               DISPLAY "Situacao:   " AT 1828 FM-SITUACAO   AT 1850
               IF FM-EMPRESA = SPACES
                   MOVE CONST-EMPRESA-MATRIZ TO FM-EMPRESA
               END-IF
               DISPLAY "Empresa:    " AT 1928 FM-EMPRESA    AT 1950

               DISPLAY "Pressione ENTER para continuar" AT 2228
               ACCEPT WS-LIMPAR-MENSAGEM AT 2228
