       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP11_14.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    GERENCIADOR DO SPOOL DE RELATORIOS: CONSULTA O INDICE
      *    CENTRAL (spool_indice.txt, GRAVADO POR REGISTRAR-SPOOL.cpy
      *    EM CADA PROGRAMA QUE EMITE RELATORIO), FILTRANDO POR
      *    PROGRAMA, PERIODO E OPERADOR; MOSTRA NA TELA O ARQUIVO DE
      *    UMA ENTRADA E O REENVIA PARA LPT1. AS ENTRADAS DA CLASSE F
      *    (FOLHA E DADOS PESSOAIS) SO APARECEM PARA O PERFIL
      *    SUPERVISOR. O EXPURGO, TAMBEM DO SUPERVISOR, REMOVE DO
      *    INDICE AS ENTRADAS DA CLASSE ESCOLHIDA ALEM DA GUARDA E
      *    APAGA SEUS ARQUIVOS - MENOS OS QUE UMA ENTRADA MANTIDA
      *    AINDA APONTA (DESTINO FIXO REGRAVADO A CADA EMISSAO).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           SELECT IMPRESSORA ASSIGN TO "LPT1".
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       FD IMPRESSORA
           LABEL RECORD OMITTED.
       01 REC-IMPRESSORA PIC X(200).
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 5.
           COPY DIR-DADOS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- INDICE CARREGADO EM MEMORIA -------------------------------*
      *    O NUMERO DA ENTRADA E A SUA POSICAO NO INDICE.
       77 CONST-LIMITE-SPOOL        PIC 9(5)              VALUE 9999.
       77 WS-TOTAL-SPOOL            PIC 9(5)              VALUE ZEROS.
       77 WS-IDX-SP                 PIC 9(5)              VALUE ZEROS.
       77 WS-IDX-REF                PIC 9(5)              VALUE ZEROS.
       77 WS-SPOOL-ESTOURO          PIC 9                 VALUE ZEROS.
           88 FLAG-SPOOL-ESTOURO                          VALUE 1.
       01 TB-SPOOL.
           02 SPOOL-ITEM OCCURS 9999 TIMES.
               10 TB-SP-REGISTRO    PIC X(168)            VALUE SPACES.
               10 TB-SP-EXPURGAR    PIC 9                 VALUE ZEROS.
                   88 FLAG-SP-EXPURGAR                    VALUE 1.
      *---- FILTROS DA LISTAGEM ---------------------------------------*
       77 WS-FLT-PROGRAMA           PIC X(10)             VALUE SPACES.
       77 WS-FLT-OPERADOR           PIC X(10)             VALUE SPACES.
       77 WS-FLT-DATA-INI           PIC 9(8)              VALUE ZEROS.
       77 WS-FLT-DATA-FIM           PIC 9(8)           VALUE 99999999.
       77 WS-ENTRADA-VISIVEL        PIC 9                 VALUE ZEROS.
           88 FLAG-ENTRADA-VISIVEL                        VALUE 1.
       77 WS-ENTRADA-FILTRADA       PIC 9                 VALUE ZEROS.
           88 FLAG-ENTRADA-FILTRADA                       VALUE 1.
       77 WS-QTD-LISTADAS           PIC 9(5)              VALUE ZEROS.
       77 WS-CONTINUA               PIC X                 VALUE SPACES.
           88 FLAG-CONTINUA-FIM                VALUE "F" "f".
      *---- ENTRADA ESCOLHIDA -----------------------------------------*
       77 WS-ENT-NUMERO             PIC 9(5)              VALUE ZEROS.
       77 WS-ENTRADA-VALIDA         PIC 9                 VALUE ZEROS.
           88 FLAG-ENTRADA-VALIDA                         VALUE 1.
       77 WS-QTD-LINHAS-COPIADAS    PIC 9(6)              VALUE ZEROS.
       77 WS-CONFIRMA               PIC X                 VALUE SPACES.
           88 FLAG-CONFIRMA-SIM                VALUE "S" "s".
      *---- EXPURGO POR CLASSE ----------------------------------------*
       77 CONST-DIAS-RESTRITO       PIC 9(4)              VALUE 1825.
       77 CONST-DIAS-GERENCIAL      PIC 9(4)              VALUE 365.
       77 CONST-DIAS-OPERACIONAL    PIC 9(4)              VALUE 90.
       77 WS-ENT-CLASSE             PIC X                 VALUE SPACES.
           88 FLAG-CLASSE-VALIDA               VALUE "F" "G" "O".
       77 WS-DIAS-GUARDA            PIC 9(4)              VALUE ZEROS.
       77 WS-DIA-CORTE              PIC 9(7)              VALUE ZEROS.
       77 WS-DIA-ENTRADA            PIC 9(7)              VALUE ZEROS.
       77 WS-QTD-EXPURGADAS         PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-ARQ-REMOVIDOS      PIC 9(5)              VALUE ZEROS.
       77 WS-ARQ-EXPURGO            PIC X(60)             VALUE SPACES.
       77 WS-ARQUIVO-EM-USO         PIC 9                 VALUE ZEROS.
           88 FLAG-ARQUIVO-EM-USO                         VALUE 1.
      *---- DATAS -----------------------------------------------------*
       01 WS-DATA-HOJE              PIC 9(08)             VALUE ZEROS.
       01 WS-DATA-AUX               PIC 9(08)             VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO            PIC 9(04).
           05 WS-AUX-MES            PIC 9(02).
           05 WS-AUX-DIA            PIC 9(02).
       01 WS-HORA-AUX               PIC 9(08)             VALUE ZEROS.
       01 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05 WS-AUX-HH             PIC 9(02).
           05 WS-AUX-MM             PIC 9(02).
           05 FILLER                PIC 9(04).
      *---- CAMPOS DE TELA --------------------------------------------*
       01 WS-DATA-TELA.
           05 WS-DT-DIA             PIC 9(02).
           05 FILLER                PIC X                 VALUE "/".
           05 WS-DT-MES             PIC 9(02).
           05 FILLER                PIC X                 VALUE "/".
           05 WS-DT-ANO             PIC 9(04).
       01 WS-HORA-TELA.
           05 WS-HR-HH              PIC 9(02).
           05 FILLER                PIC X                 VALUE ":".
           05 WS-HR-MM              PIC 9(02).
       77 WS-NUMERO-TELA            PIC ZZZZ9             VALUE ZEROS.
       77 WS-PAGINAS-TELA           PIC ZZZ9              VALUE ZEROS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 30     FOREGROUND-COLOR  8 VALUE
           "TP11.14 - Spool de relatorios".

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
           10   LINE 05   COLUMN 30     FOREGROUND-COLOR  8 VALUE
           "TP11.14 - Spool de relatorios".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - listar relatorios emitidos (com filtros)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - visualizar um relatorio".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - reimprimir um relatorio em LPT1".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - expurgar por classe de retencao (supervisor)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

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
                                        BY =="TP11_14"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SPOOL.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="spool_indice.txt"==
                ==:DESTINO:== BY ==WS-ARQ-SPOOL==
                ==:DDVAR:==  BY =="DD_SPOOL"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-SPOOL
               WHEN 2
                   PERFORM VISUALIZAR-RELATORIO
               WHEN 3
                   PERFORM REIMPRIMIR-RELATORIO
               WHEN 4
                   IF FLAG-PERFIL-SUPERVISOR
                       PERFORM EXPURGAR-SPOOL
                   ELSE
                       PERFORM NEGAR-ACESSO-SUPERVISOR
                   END-IF
               WHEN 5
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
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
      *    CARREGA O INDICE INTEIRO NA TABELA. ACIMA DO LIMITE SO AS
      *    PRIMEIRAS ENTRADAS FICAM NA TABELA E O EXPURGO E RECUSADO,
      *    PARA QUE A REGRAVACAO NAO PERCA AS DEMAIS.
      *--------------------------------------------------------------*
       CARREGAR-SPOOL.

           MOVE ZEROS  TO WS-TOTAL-SPOOL WS-SPOOL-ESTOURO.
           MOVE SPACES TO WS-STATUS-SPOOL.

           PERFORM OBTER-CAMINHO-SPOOL.

           OPEN INPUT SPOOL.

           IF FLAG-SPOOL-SUCESSO
               PERFORM CARREGAR-LINHA-SPOOL WITH TEST BEFORE
               UNTIL FLAG-SPOOL-EOF
               CLOSE SPOOL
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-SPOOL.

           READ SPOOL.

           IF NOT FLAG-SPOOL-EOF
               IF WS-TOTAL-SPOOL < CONST-LIMITE-SPOOL
                   ADD 1 TO WS-TOTAL-SPOOL
                   MOVE REG-SPOOL TO TB-SP-REGISTRO(WS-TOTAL-SPOOL)
                   MOVE ZEROS     TO TB-SP-EXPURGAR(WS-TOTAL-SPOOL)
               ELSE
                   MOVE 1 TO WS-SPOOL-ESTOURO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    CLASSE F (FOLHA E DADOS PESSOAIS) SO PARA O SUPERVISOR.
      *    ESPERA A ENTRADA JA MOVIDA PARA REG-SPOOL.
      *--------------------------------------------------------------*
       VERIFICAR-VISIBILIDADE.

           MOVE 1 TO WS-ENTRADA-VISIVEL.

           IF FLAG-SPOOL-RESTRITO
           AND NOT FLAG-PERFIL-SUPERVISOR
               MOVE ZEROS TO WS-ENTRADA-VISIVEL
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-FILTRO.

           MOVE 1 TO WS-ENTRADA-FILTRADA.

           IF (WS-FLT-PROGRAMA NOT = SPACES
               AND SP-PROGRAMA NOT = WS-FLT-PROGRAMA)
           OR (WS-FLT-OPERADOR NOT = SPACES
               AND SP-OPERADOR NOT = WS-FLT-OPERADOR)
           OR SP-DATA < WS-FLT-DATA-INI
           OR SP-DATA > WS-FLT-DATA-FIM
               MOVE ZEROS TO WS-ENTRADA-FILTRADA
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-SPOOL.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-FLT-PROGRAMA WS-FLT-OPERADOR.
           MOVE ZEROS  TO WS-FLT-DATA-INI WS-FLT-DATA-FIM.

           DISPLAY "Filtros (em branco/zero = todos)" AT 0428.

           DISPLAY "Programa: " AT 0628.
           ACCEPT WS-FLT-PROGRAMA AT 0655.

           DISPLAY "Data inicial (AAAAMMDD): " AT 0728.
           ACCEPT WS-FLT-DATA-INI AT 0755.

           DISPLAY "Data final (AAAAMMDD): " AT 0828.
           ACCEPT WS-FLT-DATA-FIM AT 0855.

           DISPLAY "Operador: " AT 0928.
           ACCEPT WS-FLT-OPERADOR AT 0955.

           IF WS-FLT-DATA-FIM = ZEROS
               MOVE 99999999 TO WS-FLT-DATA-FIM
           END-IF.

           PERFORM CARREGAR-SPOOL.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-CABECALHO-LISTA.

           MOVE ZEROS  TO WS-QTD-LISTADAS.
           MOVE SPACES TO WS-CONTINUA.

           PERFORM VARYING WS-IDX-SP FROM 1 BY 1
           UNTIL WS-IDX-SP > WS-TOTAL-SPOOL
           OR FLAG-CONTINUA-FIM
               MOVE TB-SP-REGISTRO(WS-IDX-SP) TO REG-SPOOL
               PERFORM VERIFICAR-VISIBILIDADE
               PERFORM VERIFICAR-FILTRO
               IF FLAG-ENTRADA-VISIVEL
               AND FLAG-ENTRADA-FILTRADA
                   PERFORM MOSTRAR-LINHA-SPOOL
               END-IF
           END-PERFORM.

           IF WS-QTD-LISTADAS = ZEROS
               DISPLAY "Nenhum relatorio encontrado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               DISPLAY "Relatorios listados: " AT 2028
               DISPLAY WS-QTD-LISTADAS AT 2049
           END-IF.

           IF FLAG-SPOOL-ESTOURO
               DISPLAY "Indice acima do limite - listadas as primeiras"
               FOREGROUND-COLOR 6 AT 2128
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       MOSTRAR-CABECALHO-LISTA.

           DISPLAY "Num"        AT 0402.
           DISPLAY "Programa"   AT 0408.
           DISPLAY "Data"       AT 0419.
           DISPLAY "Hora"       AT 0430.
           DISPLAY "Operador"   AT 0436.
           DISPLAY "C"          AT 0447.
           DISPLAY "Pags"       AT 0449.
           DISPLAY "Parametros" AT 0454.

           MOVE 5 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       MOSTRAR-LINHA-SPOOL.

           IF WS-COUNT-LINE > 19
               DISPLAY "ENTER para a proxima pagina ou F para parar: "
                   AT 2228
               MOVE SPACES TO WS-CONTINUA
               ACCEPT WS-CONTINUA AT 2274
               DISPLAY SC-LIMPA-TELA
               PERFORM MOSTRAR-CABECALHO-LISTA
           END-IF.

           IF NOT FLAG-CONTINUA-FIM
               PERFORM MONTAR-DATA-HORA-TELA

               MOVE WS-IDX-SP  TO WS-NUMERO-TELA
               MOVE SP-PAGINAS TO WS-PAGINAS-TELA

               DISPLAY WS-NUMERO-TELA
                   AT LINE WS-COUNT-LINE COLUMN 01
               DISPLAY SP-PROGRAMA
                   AT LINE WS-COUNT-LINE COLUMN 08
               DISPLAY WS-DATA-TELA
                   AT LINE WS-COUNT-LINE COLUMN 19
               DISPLAY WS-HORA-TELA
                   AT LINE WS-COUNT-LINE COLUMN 30
               DISPLAY SP-OPERADOR
                   AT LINE WS-COUNT-LINE COLUMN 36
               DISPLAY SP-CLASSE
                   AT LINE WS-COUNT-LINE COLUMN 47
               DISPLAY WS-PAGINAS-TELA
                   AT LINE WS-COUNT-LINE COLUMN 49
               DISPLAY SP-PARAMETROS(1:27)
                   AT LINE WS-COUNT-LINE COLUMN 54

               ADD 1 TO WS-COUNT-LINE
               ADD 1 TO WS-QTD-LISTADAS
           END-IF.
      *--------------------------------------------------------------*
       MONTAR-DATA-HORA-TELA.

           MOVE SP-DATA    TO WS-DATA-AUX.
           MOVE WS-AUX-DIA TO WS-DT-DIA.
           MOVE WS-AUX-MES TO WS-DT-MES.
           MOVE WS-AUX-ANO TO WS-DT-ANO.

           MOVE SP-HORA    TO WS-HORA-AUX.
           MOVE WS-AUX-HH  TO WS-HR-HH.
           MOVE WS-AUX-MM  TO WS-HR-MM.
      *--------------------------------------------------------------*
      *    PEDE O NUMERO DE UMA ENTRADA (O DA LISTAGEM) E A DEIXA EM
      *    REG-SPOOL. ENTRADA DA CLASSE F FORA DO PERFIL SUPERVISOR
      *    RESPONDE COMO INEXISTENTE; RELATORIO QUE FOI DIRETO PARA
      *    A IMPRESSORA NAO TEM COPIA PARA MOSTRAR OU REIMPRIMIR.
      *--------------------------------------------------------------*
       SELECIONAR-ENTRADA.

           MOVE ZEROS TO WS-ENT-NUMERO WS-ENTRADA-VALIDA.

           DISPLAY "Numero da entrada (ver listagem): " AT 0528.
           ACCEPT WS-ENT-NUMERO AT 0563.

           PERFORM CARREGAR-SPOOL.

           IF WS-ENT-NUMERO > ZEROS
           AND WS-ENT-NUMERO NOT > WS-TOTAL-SPOOL
               MOVE TB-SP-REGISTRO(WS-ENT-NUMERO) TO REG-SPOOL
               PERFORM VERIFICAR-VISIBILIDADE
               MOVE WS-ENTRADA-VISIVEL TO WS-ENTRADA-VALIDA
           END-IF.

           IF NOT FLAG-ENTRADA-VALIDA
               DISPLAY "Entrada nao encontrada"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.

           IF FLAG-ENTRADA-VALIDA
               PERFORM MONTAR-DATA-HORA-TELA

               DISPLAY "Programa: "   AT 0728
               DISPLAY SP-PROGRAMA    AT 0741
               DISPLAY "Emissao: "    AT 0828
               DISPLAY WS-DATA-TELA   AT 0841
               DISPLAY WS-HORA-TELA   AT 0852
               DISPLAY "Operador: "   AT 0928
               DISPLAY SP-OPERADOR    AT 0941
               DISPLAY "Arquivo: "    AT 1028
               DISPLAY SP-ARQUIVO     AT 1041
           END-IF.

           IF FLAG-ENTRADA-VALIDA
           AND SP-ARQUIVO = "LPT1"
               MOVE ZEROS TO WS-ENTRADA-VALIDA
               DISPLAY "Emitido direto na impressora - sem copia"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-ORIGEM.

           MOVE SPACES TO WS-STATUS-SPOOL-ORIGEM.

           DISPLAY "DD_SPOOL-ORIGEM" UPON ENVIRONMENT-NAME.
           DISPLAY SP-ARQUIVO        UPON ENVIRONMENT-VALUE.

           OPEN INPUT SPOOL-ORIGEM.

           IF NOT FLAG-SPOOL-ORIGEM-SUCESSO
               DISPLAY "Arquivo do relatorio nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       VISUALIZAR-RELATORIO.
           DISPLAY SC-LIMPA-TELA.

           PERFORM SELECIONAR-ENTRADA.

           IF FLAG-ENTRADA-VALIDA
               PERFORM ABRIR-ORIGEM
           END-IF.

           IF FLAG-ENTRADA-VALIDA
           AND FLAG-SPOOL-ORIGEM-SUCESSO
               PERFORM EXIBIR-RELATORIO
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       EXIBIR-RELATORIO.

           DISPLAY SC-LIMPA-TELA.

           MOVE 2      TO WS-COUNT-LINE.
           MOVE SPACES TO WS-CONTINUA.

           PERFORM EXIBIR-LINHA-RELATORIO WITH TEST BEFORE
           UNTIL FLAG-SPOOL-ORIGEM-EOF
           OR FLAG-CONTINUA-FIM.

           CLOSE SPOOL-ORIGEM.

           STRING "ENTRADA=" DELIMITED BY SIZE
                  WS-ENT-NUMERO DELIMITED BY SIZE
                  " PROG=" DELIMITED BY SIZE
                  SP-PROGRAMA DELIMITED BY SPACE
                  " DATA=" DELIMITED BY SIZE
                  SP-DATA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO VISUALIZADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    O SALTO DE PAGINA GRAVADO PELO PROGRAMA DE ORIGEM (X"0C")
      *    NAO E MOSTRADO NA TELA.
      *--------------------------------------------------------------*
       EXIBIR-LINHA-RELATORIO.

           READ SPOOL-ORIGEM.

           IF NOT FLAG-SPOOL-ORIGEM-EOF
               IF WS-COUNT-LINE > 20
                   DISPLAY "ENTER para continuar ou F para parar: "
                       AT 2228
                   MOVE SPACES TO WS-CONTINUA
                   ACCEPT WS-CONTINUA AT 2267
                   DISPLAY SC-LIMPA-TELA
                   MOVE 2 TO WS-COUNT-LINE
               END-IF

               IF NOT FLAG-CONTINUA-FIM
                   INSPECT SO-LINHA REPLACING ALL X"0C" BY SPACE
                   DISPLAY SO-LINHA(1:79)
                       AT LINE WS-COUNT-LINE COLUMN 01
                   ADD 1 TO WS-COUNT-LINE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       REIMPRIMIR-RELATORIO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-CONFIRMA.

           PERFORM SELECIONAR-ENTRADA.

           IF FLAG-ENTRADA-VALIDA
               DISPLAY "Reimprimir em LPT1? (S/N): " AT 1228
               ACCEPT WS-CONFIRMA AT 1256
           END-IF.

           IF FLAG-ENTRADA-VALIDA
           AND FLAG-CONFIRMA-SIM
               PERFORM ABRIR-ORIGEM
               IF FLAG-SPOOL-ORIGEM-SUCESSO
                   PERFORM COPIAR-PARA-IMPRESSORA
               END-IF
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       COPIAR-PARA-IMPRESSORA.

           MOVE ZEROS TO WS-QTD-LINHAS-COPIADAS.

           OPEN OUTPUT IMPRESSORA.

           PERFORM COPIAR-LINHA-IMPRESSORA WITH TEST BEFORE
           UNTIL FLAG-SPOOL-ORIGEM-EOF.

           CLOSE IMPRESSORA.
           CLOSE SPOOL-ORIGEM.

           DISPLAY "Reenviado para LPT1 - linhas: "
               FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-QTD-LINHAS-COPIADAS FOREGROUND-COLOR 2 AT 2059.

           STRING "ENTRADA=" DELIMITED BY SIZE
                  WS-ENT-NUMERO DELIMITED BY SIZE
                  " PROG=" DELIMITED BY SIZE
                  SP-PROGRAMA DELIMITED BY SPACE
                  " DATA=" DELIMITED BY SIZE
                  SP-DATA DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  WS-QTD-LINHAS-COPIADAS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "REIMPRESSO EM LPT1" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       COPIAR-LINHA-IMPRESSORA.

           READ SPOOL-ORIGEM.

           IF NOT FLAG-SPOOL-ORIGEM-EOF
               WRITE REC-IMPRESSORA FROM SO-LINHA
               BEFORE ADVANCING 1 LINE
               ADD 1 TO WS-QTD-LINHAS-COPIADAS
           END-IF.
      *--------------------------------------------------------------*
      *    EXPURGO DE UMA CLASSE: VENCE A ENTRADA EMITIDA HA MAIS
      *    DIAS QUE A GUARDA DA CLASSE (F 5 ANOS, G 1 ANO, O 90
      *    DIAS). O INDICE E REGRAVADO SEM AS VENCIDAS.
      *--------------------------------------------------------------*
       EXPURGAR-SPOOL.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CLASSE WS-CONFIRMA.

           DISPLAY "Classes de retencao:" AT 0428.
           DISPLAY "F - folha e dados pessoais (5 anos)" AT 0530.
           DISPLAY "G - gerencial (1 ano)" AT 0630.
           DISPLAY "O - operacional (90 dias)" AT 0730.

           DISPLAY "Classe a expurgar: " AT 0928.
           ACCEPT WS-ENT-CLASSE AT 0947.

           IF FLAG-CLASSE-VALIDA
               PERFORM MARCAR-VENCIDAS
           ELSE
               DISPLAY "Classe invalida" FOREGROUND-COLOR 6 AT 2028
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       MARCAR-VENCIDAS.

           EVALUATE WS-ENT-CLASSE
               WHEN "F"
                   MOVE CONST-DIAS-RESTRITO    TO WS-DIAS-GUARDA
               WHEN "G"
                   MOVE CONST-DIAS-GERENCIAL   TO WS-DIAS-GUARDA
               WHEN "O"
                   MOVE CONST-DIAS-OPERACIONAL TO WS-DIAS-GUARDA
           END-EVALUATE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-DIAS-GUARDA.

           PERFORM CARREGAR-SPOOL.

           MOVE ZEROS TO WS-QTD-EXPURGADAS.

           PERFORM VARYING WS-IDX-SP FROM 1 BY 1
           UNTIL WS-IDX-SP > WS-TOTAL-SPOOL
               MOVE TB-SP-REGISTRO(WS-IDX-SP) TO REG-SPOOL
               MOVE ZEROS TO WS-DIA-ENTRADA
               IF SP-CLASSE = WS-ENT-CLASSE
               AND SP-DATA > 16010100
                   COMPUTE WS-DIA-ENTRADA =
                       FUNCTION INTEGER-OF-DATE(SP-DATA)
               END-IF
               IF WS-DIA-ENTRADA > ZEROS
               AND WS-DIA-ENTRADA < WS-DIA-CORTE
                   MOVE 1 TO TB-SP-EXPURGAR(WS-IDX-SP)
                   ADD 1 TO WS-QTD-EXPURGADAS
               END-IF
           END-PERFORM.

           DISPLAY "Entradas vencidas na classe: " AT 1128.
           DISPLAY WS-QTD-EXPURGADAS AT 1158.

           IF FLAG-SPOOL-ESTOURO
               DISPLAY "Indice acima do limite - expurgo cancelado"
               FOREGROUND-COLOR 6 AT 2028
               MOVE ZEROS TO WS-QTD-EXPURGADAS
           END-IF.

           IF WS-QTD-EXPURGADAS > ZEROS
               DISPLAY "Confirma o expurgo? (S/N): " AT 1228
               ACCEPT WS-CONFIRMA AT 1256
           END-IF.

           IF WS-QTD-EXPURGADAS > ZEROS
           AND FLAG-CONFIRMA-SIM
               PERFORM EXECUTAR-EXPURGO
           END-IF.
      *--------------------------------------------------------------*
       EXECUTAR-EXPURGO.

           MOVE ZEROS TO WS-QTD-ARQ-REMOVIDOS.

           PERFORM VARYING WS-IDX-SP FROM 1 BY 1
           UNTIL WS-IDX-SP > WS-TOTAL-SPOOL
               IF FLAG-SP-EXPURGAR(WS-IDX-SP)
                   PERFORM REMOVER-ARQUIVO-RELATORIO
               END-IF
           END-PERFORM.

           PERFORM REGRAVAR-SPOOL.

           DISPLAY "Entradas expurgadas: " FOREGROUND-COLOR 2 AT 2028.
           DISPLAY WS-QTD-EXPURGADAS FOREGROUND-COLOR 2 AT 2050.
           DISPLAY "Arquivos apagados: " FOREGROUND-COLOR 2 AT 2128.
           DISPLAY WS-QTD-ARQ-REMOVIDOS FOREGROUND-COLOR 2 AT 2150.

           STRING "CLASSE=" DELIMITED BY SIZE
                  WS-ENT-CLASSE DELIMITED BY SIZE
                  " DIAS=" DELIMITED BY SIZE
                  WS-DIAS-GUARDA DELIMITED BY SIZE
                  " ENTRADAS=" DELIMITED BY SIZE
                  WS-QTD-EXPURGADAS DELIMITED BY SIZE
                  " ARQUIVOS=" DELIMITED BY SIZE
                  WS-QTD-ARQ-REMOVIDOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "SPOOL EXPURGADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    APAGA O ARQUIVO DA ENTRADA VENCIDA, COMO O EXPURGO DOS
      *    MENSAIS EM TP11_02, SALVO SE UMA ENTRADA MANTIDA AINDA
      *    APONTA PARA O MESMO ARQUIVO.
      *--------------------------------------------------------------*
       REMOVER-ARQUIVO-RELATORIO.

           MOVE TB-SP-REGISTRO(WS-IDX-SP) TO REG-SPOOL.
           MOVE SP-ARQUIVO TO WS-ARQ-EXPURGO.

           IF WS-ARQ-EXPURGO NOT = "LPT1"
           AND WS-ARQ-EXPURGO NOT = SPACES
               PERFORM VERIFICAR-ARQUIVO-EM-USO
           END-IF.

           IF WS-ARQ-EXPURGO NOT = "LPT1"
           AND WS-ARQ-EXPURGO NOT = SPACES
           AND NOT FLAG-ARQUIVO-EM-USO
               MOVE SPACES TO WS-STATUS-SPOOL-ORIGEM

               DISPLAY "DD_SPOOL-ORIGEM" UPON ENVIRONMENT-NAME
               DISPLAY WS-ARQ-EXPURGO    UPON ENVIRONMENT-VALUE

               OPEN INPUT SPOOL-ORIGEM

               IF FLAG-SPOOL-ORIGEM-SUCESSO
                   CLOSE SPOOL-ORIGEM

                   DELETE FILE SPOOL-ORIGEM

                   ADD 1 TO WS-QTD-ARQ-REMOVIDOS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-ARQUIVO-EM-USO.

           MOVE ZEROS TO WS-ARQUIVO-EM-USO.

           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
           UNTIL WS-IDX-REF > WS-TOTAL-SPOOL
           OR FLAG-ARQUIVO-EM-USO
               IF NOT FLAG-SP-EXPURGAR(WS-IDX-REF)
                   MOVE TB-SP-REGISTRO(WS-IDX-REF) TO REG-SPOOL
                   IF SP-ARQUIVO = WS-ARQ-EXPURGO
                       MOVE 1 TO WS-ARQUIVO-EM-USO
                   END-IF
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       REGRAVAR-SPOOL.

           PERFORM OBTER-CAMINHO-SPOOL.

           OPEN OUTPUT SPOOL.

           PERFORM VARYING WS-IDX-SP FROM 1 BY 1
           UNTIL WS-IDX-SP > WS-TOTAL-SPOOL
               IF NOT FLAG-SP-EXPURGAR(WS-IDX-SP)
                   MOVE TB-SP-REGISTRO(WS-IDX-SP) TO REG-SPOOL
                   WRITE REG-SPOOL
               END-IF
           END-PERFORM.

           CLOSE SPOOL.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
