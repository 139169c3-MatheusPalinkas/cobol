       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED. 02/09/2026.
      *--------------------------------------------------------------*
      *    REGISTRO DAS EMPRESAS: MANTEM empresa.dat (RAZAO SOCIAL,
      *    CNPJ, ENDERECO E CONVENIOS BANCARIOS DE CADA EMPRESA DO
      *    GRUPO - MATRIZ "01" E FILIAIS), QUE OS EMISSORES DE
      *    DOCUMENTOS OFICIAIS - GUIAS, REMESSAS, HOLERITES,
      *    INFORMES E BOLETINS - LEEM POR LER-EMPRESA.cpy. UMA SO
      *    TELA PARA ATUALIZAR QUANDO QUALQUER DADO DA EMPRESA
      *    MUDAR, EM VEZ DE CABECALHO FIXO ESPALHADO PELO SISTEMA.
      *    A GRAVACAO CARREGA TODAS AS LINHAS, SUBSTITUI (OU INCLUI)
      *    A DA EMPRESA INFORMADA E REGRAVA O ARQUIVO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EMPRESA-STATUS.
       COPY AUDITORIA-STATUS.
       01 WS-EMPRESA-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(02)             VALUE SPACES.
           05 WS-ENT-RAZAO          PIC X(30)             VALUE SPACES.
           05 WS-ENT-CNPJ           PIC X(14)             VALUE SPACES.
           05 WS-ENT-ENDERECO       PIC X(40)             VALUE SPACES.
           05 WS-ENT-CONV-BANCO     PIC X(03)             VALUE SPACES.
           05 WS-ENT-CONV-NUMERO    PIC X(10)             VALUE SPACES.
      *---- TABELA DAS EMPRESAS -------------------------------------*
       77 CONST-LIMITE-EMPRESAS     PIC 9(2)              VALUE 20.
       77 WS-TOTAL-EMPRESAS         PIC 9(2)              VALUE ZEROS.
       77 WS-IDX                    PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-EMPRESA            PIC 9(2)              VALUE ZEROS.
       77 WS-COUNT-LINE             PIC 9(2)              VALUE ZEROS.
       01 TB-EMPRESAS.
           05 TB-EP-REGISTRO        PIC X(104)  OCCURS 20 TIMES.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - gravar o registro".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - listar as empresas do grupo".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP11.10 - Registro da empresa".

           10   LINE 08   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Codigo da empresa: ".
           10   LINE + 0  COLUMN  42    FOREGROUND-COLOR  8
           FROM WS-ENT-CODIGO.

           10   LINE 09   COLUMN 20     FOREGROUND-COLOR  8 VALUE
           "Razao social: ".
           10 SC-ENT-RAZAO          LINE + 0  COLUMN  42
               WHEN 2
                   PERFORM GRAVAR-REGISTRO
               WHEN 3
                   PERFORM LISTAR-EMPRESAS
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
       EXIBIR-REGISTRO.
           DISPLAY SC-LIMPA-TELA.

           PERFORM ENTRADA-CODIGO-EMPRESA.
           MOVE WS-ENT-CODIGO TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF NOT FLAG-EMPRESA-LOCALIZADA
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Empresa nao cadastrada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM MOSTRAR-EMPRESA
           END-IF.
      *--------------------------------------------------------------*
       MOSTRAR-EMPRESA.
           DISPLAY "Empresa: " AT 0620.
           DISPLAY WS-EMP-CODIGO AT 0642.
           DISPLAY "Razao social: " AT 0720.
           DISPLAY WS-EMP-RAZAO AT 0742.
           DISPLAY "CNPJ: " AT 0820.
       GRAVAR-REGISTRO.
           DISPLAY SC-LIMPA-TELA.

           PERFORM ENTRADA-CODIGO-EMPRESA.

      *    A TELA ABRE COM OS VALORES ATUAIS PARA EDICAO (EM BRANCO
      *    QUANDO E UMA EMPRESA NOVA).
           MOVE WS-ENT-CODIGO TO WS-EMP-CODIGO.
           PERFORM LER-EMPRESA.

           IF FLAG-EMPRESA-LOCALIZADA
               MOVE WS-EMP-RAZAO           TO WS-ENT-RAZAO
               MOVE WS-EMP-CNPJ            TO WS-ENT-CNPJ
               MOVE WS-EMP-ENDERECO        TO WS-ENT-ENDERECO
               MOVE WS-EMP-CONVENIO-BANCO  TO WS-ENT-CONV-BANCO
               MOVE WS-EMP-CONVENIO-NUMERO TO WS-ENT-CONV-NUMERO
           ELSE
               MOVE SPACES TO WS-ENT-RAZAO WS-ENT-CNPJ
                              WS-ENT-ENDERECO WS-ENT-CONV-BANCO
                              WS-ENT-CONV-NUMERO
           END-IF.

           DISPLAY SC-EMPRESA.
           ACCEPT SC-ENT-RAZAO.
               DISPLAY "Razao social em branco - gravacao cancelada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CARREGAR-EMPRESAS

               IF WS-IDX-EMPRESA = ZEROS
               AND WS-TOTAL-EMPRESAS NOT < CONST-LIMITE-EMPRESAS
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Limite de empresas atingido"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM GRAVAR-LINHA-EMPRESA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-EMPRESA.
           MOVE SPACES TO REG-EMPRESA.
           MOVE WS-ENT-RAZAO       TO EP-RAZAO-SOCIAL.
           MOVE WS-ENT-CNPJ        TO EP-CNPJ.
           MOVE WS-ENT-ENDERECO    TO EP-ENDERECO.
           MOVE WS-ENT-CONV-BANCO  TO EP-CONVENIO-BANCO.
           MOVE WS-ENT-CONV-NUMERO TO EP-CONVENIO-NUMERO.
           MOVE WS-ENT-CODIGO      TO EP-CODIGO.

           IF WS-IDX-EMPRESA = ZEROS
               ADD 1 TO WS-TOTAL-EMPRESAS
               MOVE WS-TOTAL-EMPRESAS TO WS-IDX-EMPRESA
           END-IF.
           MOVE REG-EMPRESA TO TB-EP-REGISTRO(WS-IDX-EMPRESA).

           PERFORM SALVAR-EMPRESAS.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Registro da empresa gravado"
           FOREGROUND-COLOR 2 AT 2028.

           STRING "EMPRESA=" DELIMITED BY SIZE
                  WS-ENT-CODIGO DELIMITED BY SIZE
                  " RAZAO=" DELIMITED BY SIZE
                  WS-ENT-RAZAO DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "EMPRESA GRAVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       ENTRADA-CODIGO-EMPRESA.
           MOVE SPACES TO WS-ENT-CODIGO.

           DISPLAY "Codigo da empresa (branco = matriz 01): " AT 0620.
           ACCEPT WS-ENT-CODIGO AT 0661.

           IF WS-ENT-CODIGO = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-ENT-CODIGO
           END-IF.
      *--------------------------------------------------------------*
      *    CARREGA TODAS AS LINHAS DE empresa.dat NA TABELA E DEIXA EM
      *    WS-IDX-EMPRESA A POSICAO DA EMPRESA WS-ENT-CODIGO (ZERO
      *    QUANDO AINDA NAO CADASTRADA). A LINHA ANTIGA SEM CODIGO
      *    PASSA A CARREGAR O CODIGO DA MATRIZ.
      *--------------------------------------------------------------*
       CARREGAR-EMPRESAS.
           MOVE ZEROS TO WS-TOTAL-EMPRESAS WS-IDX-EMPRESA.

           PERFORM OBTER-CAMINHO-EMPRESA.

           OPEN INPUT EMPRESA.

           IF FLAG-EMPRESA-SUCESSO
               PERFORM UNTIL NOT FLAG-EMPRESA-SUCESSO
               OR WS-TOTAL-EMPRESAS NOT < CONST-LIMITE-EMPRESAS
                   READ EMPRESA

                   IF FLAG-EMPRESA-SUCESSO
                       IF EP-CODIGO = SPACES
                           MOVE CONST-EMPRESA-MATRIZ TO EP-CODIGO
                       END-IF

                       ADD 1 TO WS-TOTAL-EMPRESAS
                       MOVE REG-EMPRESA
                           TO TB-EP-REGISTRO(WS-TOTAL-EMPRESAS)

                       IF EP-CODIGO = WS-ENT-CODIGO
                           MOVE WS-TOTAL-EMPRESAS TO WS-IDX-EMPRESA
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE EMPRESA
           END-IF.
      *--------------------------------------------------------------*
       SALVAR-EMPRESAS.
           OPEN OUTPUT EMPRESA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-EMPRESAS
               MOVE TB-EP-REGISTRO(WS-IDX) TO REG-EMPRESA
               WRITE REG-EMPRESA
           END-PERFORM.

           CLOSE EMPRESA.
      *--------------------------------------------------------------*
       LISTAR-EMPRESAS.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO.
           PERFORM CARREGAR-EMPRESAS.

           DISPLAY "Cod  Razao social                    CNPJ"
               AT 0520.
           MOVE 7 TO WS-COUNT-LINE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-EMPRESAS
               MOVE TB-EP-REGISTRO(WS-IDX) TO REG-EMPRESA
               DISPLAY EP-CODIGO
                   AT LINE WS-COUNT-LINE COLUMN 20
               DISPLAY EP-RAZAO-SOCIAL
                   AT LINE WS-COUNT-LINE COLUMN 25
               DISPLAY EP-CNPJ
                   AT LINE WS-COUNT-LINE COLUMN 57
               ADD 1 TO WS-COUNT-LINE
           END-PERFORM.

           IF WS-TOTAL-EMPRESAS = ZEROS
               DISPLAY "Nenhuma empresa cadastrada" AT 0720
           END-IF.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
