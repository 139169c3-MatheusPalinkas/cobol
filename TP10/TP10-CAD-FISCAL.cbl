       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-CAD-FISCAL.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    CADASTRO DE GRUPOS FISCAIS (grupos_fiscais.dat): INCLUIR,
      *    ALTERAR E EXCLUIR GRUPOS COM AS ALIQUOTAS DE ICMS, PIS E
      *    COFINS E OS CFOP DA VENDA E DA DEVOLUCAO, NO MESMO MODELO
      *    DE TABELA EM MEMORIA DO CADASTRO DE SETORES. A EXCLUSAO E
      *    RECUSADA ENQUANTO HOUVER PRODUTO EM produtos.dat APONTANDO
      *    PARA O GRUPO. TODA ALTERACAO DE ALIQUOTA VAI PARA A
      *    AUDITORIA, POIS MUDA O IMPOSTO APURADO DAI EM DIANTE NO
      *    LIVRO FISCAL E NA EXPORTACAO CONTABIL.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRUPO-FISCAL-SELECT.

           COPY PRODUTO-SELECT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY GRUPO-FISCAL-FD.

       COPY PRODUTO-FD.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-LIMPAR-MENSAGEM        PIC X(80)             VALUE SPACES.
       77 WS-COUNT-LINE             PIC 99                VALUE 9.
       01 WS-GRUPO-ENTRADA.
           05 WS-ENT-GRUPO          PIC X(02)             VALUE SPACES.
           05 WS-ENT-DESCRICAO      PIC X(20)             VALUE SPACES.
           05 WS-ENT-ALIQ-ICMS      PIC 9(2)V9(2)         VALUE ZEROS.
           05 WS-ENT-ALIQ-PIS       PIC 9(2)V9(2)         VALUE ZEROS.
           05 WS-ENT-ALIQ-COFINS    PIC 9(2)V9(2)         VALUE ZEROS.
           05 WS-ENT-CFOP-VENDA     PIC X(04)             VALUE SPACES.
           05 WS-ENT-CFOP-DEVOLUCAO PIC X(04)             VALUE SPACES.
       77 WS-ENTRADA-VALIDA         PIC 9                 VALUE ZEROS.
           88 FLAG-ENTRADA-VALIDA                         VALUE 1.
       77 WS-QTD-PRODUTOS-GRUPO     PIC 9(5)              VALUE ZEROS.
       77 WS-ED-ALIQUOTA            PIC Z9,99             VALUE ZEROS.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY GRUPO-FISCAL-STATUS.
           COPY PRODUTO-STATUS.
           COPY AUDITORIA-STATUS.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
           05 BLANK SCREEN.
       01 SC-LOGIN.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Cadastro de grupos fiscais".

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
           "TP10 - Cadastro de grupos fiscais".

           10   LINE 7    COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - listar grupos fiscais".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - incluir grupo fiscal".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - alterar grupo fiscal".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - excluir grupo fiscal".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-OPCAO         LINE + 0  COLUMN  44
           USING WS-OPCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-GRUPO-DADOS.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Cadastro de grupos fiscais".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Grupo fiscal: ".
           10 SC-ENT-GRUPO          LINE + 0  COLUMN  50
           USING WS-ENT-GRUPO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Descricao: ".
           10 SC-ENT-DESCRICAO      LINE + 0  COLUMN  50
           USING WS-ENT-DESCRICAO.

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Aliquota ICMS: %".
           10 SC-ENT-ALIQ-ICMS      LINE + 0  COLUMN  50  PIC Z9,99
           USING WS-ENT-ALIQ-ICMS.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Aliquota PIS: %".
           10 SC-ENT-ALIQ-PIS       LINE + 0  COLUMN  50  PIC Z9,99
           USING WS-ENT-ALIQ-PIS.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Aliquota COFINS: %".
           10 SC-ENT-ALIQ-COFINS    LINE + 0  COLUMN  50  PIC Z9,99
           USING WS-ENT-ALIQ-COFINS.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "CFOP da venda: ".
           10 SC-ENT-CFOP-VENDA     LINE + 0  COLUMN  50
           USING WS-ENT-CFOP-VENDA.

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "CFOP da devolucao: ".
           10 SC-ENT-CFOP-DEVOLUCAO LINE + 0  COLUMN  50
           USING WS-ENT-CFOP-DEVOLUCAO.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           DISPLAY SC-LIMPA-TELA.
           PERFORM FAZER-LOGIN.

           PERFORM CARREGAR-GRUPOS-FISCAIS.

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
       OBTER-CAMINHO-GRUPOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="grupos_fiscais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-GRUPOS==
                ==:DDVAR:==  BY =="DD_GRUPOS-FISCAIS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       CARREGAR-GRUPOS-FISCAIS.
           COPY CARREGAR-GRUPOS-FISCAIS.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
           ACCEPT SC-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-GRUPOS
               WHEN 2
                   PERFORM INCLUIR-GRUPO
               WHEN 3
                   PERFORM ALTERAR-GRUPO
               WHEN 4
                   PERFORM EXCLUIR-GRUPO
               WHEN 5
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   DISPLAY "Opcao invalida" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.

           PERFORM MOSTRAR-OPCOES.
      *--------------------------------------------------------------*
       LISTAR-GRUPOS.
           DISPLAY SC-LIMPA-TELA.
           MOVE 5 TO WS-COUNT-LINE.

           DISPLAY "GR DESCRICAO             ICMS   PIS COFINS"
               AT 0410.
           DISPLAY "VENDA DEVOL" AT 0455.

           PERFORM LISTAR-LINHA-GRUPO
           VARYING WS-IDX-GRUPO FROM 1 BY 1
           UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS.

           DISPLAY "Pressione ENTER para continuar" AT 2228.
           ACCEPT WS-LIMPAR-MENSAGEM AT 2228.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
       LISTAR-LINHA-GRUPO.

           DISPLAY TB-GF-GRUPO(WS-IDX-GRUPO)
               AT LINE WS-COUNT-LINE COLUMN 10.
           DISPLAY TB-GF-DESCRICAO(WS-IDX-GRUPO)
               AT LINE WS-COUNT-LINE COLUMN 13.
           MOVE TB-GF-ALIQ-ICMS(WS-IDX-GRUPO) TO WS-ED-ALIQUOTA.
           DISPLAY WS-ED-ALIQUOTA
               AT LINE WS-COUNT-LINE COLUMN 34.
           MOVE TB-GF-ALIQ-PIS(WS-IDX-GRUPO) TO WS-ED-ALIQUOTA.
           DISPLAY WS-ED-ALIQUOTA
               AT LINE WS-COUNT-LINE COLUMN 40.
           MOVE TB-GF-ALIQ-COFINS(WS-IDX-GRUPO) TO WS-ED-ALIQUOTA.
           DISPLAY WS-ED-ALIQUOTA
               AT LINE WS-COUNT-LINE COLUMN 47.
           DISPLAY TB-GF-CFOP-VENDA(WS-IDX-GRUPO)
               AT LINE WS-COUNT-LINE COLUMN 56.
           DISPLAY TB-GF-CFOP-DEVOLUCAO(WS-IDX-GRUPO)
               AT LINE WS-COUNT-LINE COLUMN 62.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       INCLUIR-GRUPO.
           DISPLAY SC-LIMPA-TELA.

           INITIALIZE WS-GRUPO-ENTRADA.

           DISPLAY SC-GRUPO-DADOS.
           ACCEPT SC-ENT-GRUPO.
           ACCEPT SC-ENT-DESCRICAO.
           ACCEPT SC-ENT-ALIQ-ICMS.
           ACCEPT SC-ENT-ALIQ-PIS.
           ACCEPT SC-ENT-ALIQ-COFINS.
           ACCEPT SC-ENT-CFOP-VENDA.
           ACCEPT SC-ENT-CFOP-DEVOLUCAO.

           MOVE WS-ENT-GRUPO TO WS-GF-GRUPO-BUSCA.
           PERFORM LOCALIZAR-GRUPO-TABELA.
           PERFORM VALIDAR-ENTRADA-GRUPO.

           EVALUATE TRUE
               WHEN NOT FLAG-ENTRADA-VALIDA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Dados invalidos - inclusao cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN FLAG-GF-ENCONTRADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Grupo fiscal ja cadastrado"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-TOTAL-GRUPOS >= CONST-LIMITE-GRUPOS
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Tabela de grupos fiscais cheia"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-GRUPOS
                   MOVE WS-TOTAL-GRUPOS TO WS-GF-POS-ENCONTRADA
                   PERFORM MOVER-ENTRADA-PARA-TABELA
                   PERFORM SALVAR-GRUPOS-FISCAIS

                   MOVE "GRUPO FISCAL INCLUIDO" TO WS-AUD-RESULTADO
                   PERFORM AUDITAR-GRUPO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Grupo fiscal incluido com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
           END-EVALUATE.
      *--------------------------------------------------------------*
       ALTERAR-GRUPO.
           DISPLAY SC-LIMPA-TELA.

           INITIALIZE WS-GRUPO-ENTRADA.

           DISPLAY "Grupo fiscal a alterar: " AT 0528.
           ACCEPT WS-ENT-GRUPO AT 0553.

           MOVE WS-ENT-GRUPO TO WS-GF-GRUPO-BUSCA.
           PERFORM LOCALIZAR-GRUPO-TABELA.

           IF NOT FLAG-GF-ENCONTRADO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Grupo fiscal nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM MOVER-TABELA-PARA-ENTRADA

               DISPLAY SC-LIMPA-TELA
               DISPLAY SC-GRUPO-DADOS
               ACCEPT SC-ENT-DESCRICAO
               ACCEPT SC-ENT-ALIQ-ICMS
               ACCEPT SC-ENT-ALIQ-PIS
               ACCEPT SC-ENT-ALIQ-COFINS
               ACCEPT SC-ENT-CFOP-VENDA
               ACCEPT SC-ENT-CFOP-DEVOLUCAO

               PERFORM VALIDAR-ENTRADA-GRUPO

               IF NOT FLAG-ENTRADA-VALIDA
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Dados invalidos - alteracao cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM MOVER-ENTRADA-PARA-TABELA
                   PERFORM SALVAR-GRUPOS-FISCAIS

                   MOVE "GRUPO FISCAL ALTERADO" TO WS-AUD-RESULTADO
                   PERFORM AUDITAR-GRUPO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Grupo fiscal alterado com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       EXCLUIR-GRUPO.
           DISPLAY SC-LIMPA-TELA.

           INITIALIZE WS-GRUPO-ENTRADA.

           DISPLAY "Grupo fiscal a excluir: " AT 0528.
           ACCEPT WS-ENT-GRUPO AT 0553.

           MOVE WS-ENT-GRUPO TO WS-GF-GRUPO-BUSCA.
           PERFORM LOCALIZAR-GRUPO-TABELA.

           IF NOT FLAG-GF-ENCONTRADO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Grupo fiscal nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM CONTAR-PRODUTOS-DO-GRUPO

               IF WS-QTD-PRODUTOS-GRUPO > ZEROS
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Exclusao recusada - produtos no grupo: "
                   FOREGROUND-COLOR 6 AT 2028
                   DISPLAY WS-QTD-PRODUTOS-GRUPO
                   FOREGROUND-COLOR 6 AT 2067
               ELSE
                   PERFORM MOVER-TABELA-PARA-ENTRADA
                   PERFORM REMOVER-GRUPO-TABELA
                   PERFORM SALVAR-GRUPOS-FISCAIS

                   MOVE "GRUPO FISCAL EXCLUIDO" TO WS-AUD-RESULTADO
                   PERFORM AUDITAR-GRUPO

                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Grupo fiscal excluido com sucesso"
                   FOREGROUND-COLOR 2 AT 2028
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    ALIQUOTAS ZERADAS SAO VALIDAS (GRUPO ISENTO OU
      *    MONOFASICO); OS CFOP PRECISAM TER QUATRO DIGITOS.
      *--------------------------------------------------------------*
       VALIDAR-ENTRADA-GRUPO.
           MOVE 1 TO WS-ENTRADA-VALIDA.

           IF WS-ENT-GRUPO = SPACES
           OR WS-ENT-DESCRICAO = SPACES
           OR WS-ENT-CFOP-VENDA IS NOT NUMERIC
           OR WS-ENT-CFOP-DEVOLUCAO IS NOT NUMERIC
               MOVE ZEROS TO WS-ENTRADA-VALIDA
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-GRUPO-TABELA.
           MOVE ZEROS TO WS-GF-POS-ENCONTRADA.

           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
           UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS

               IF TB-GF-GRUPO(WS-IDX-GRUPO) = WS-GF-GRUPO-BUSCA
                   MOVE WS-IDX-GRUPO TO WS-GF-POS-ENCONTRADA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       MOVER-ENTRADA-PARA-TABELA.
           MOVE WS-ENT-GRUPO
               TO TB-GF-GRUPO(WS-GF-POS-ENCONTRADA).
           MOVE WS-ENT-DESCRICAO
               TO TB-GF-DESCRICAO(WS-GF-POS-ENCONTRADA).
           MOVE WS-ENT-ALIQ-ICMS
               TO TB-GF-ALIQ-ICMS(WS-GF-POS-ENCONTRADA).
           MOVE WS-ENT-ALIQ-PIS
               TO TB-GF-ALIQ-PIS(WS-GF-POS-ENCONTRADA).
           MOVE WS-ENT-ALIQ-COFINS
               TO TB-GF-ALIQ-COFINS(WS-GF-POS-ENCONTRADA).
           MOVE WS-ENT-CFOP-VENDA
               TO TB-GF-CFOP-VENDA(WS-GF-POS-ENCONTRADA).
           MOVE WS-ENT-CFOP-DEVOLUCAO
               TO TB-GF-CFOP-DEVOLUCAO(WS-GF-POS-ENCONTRADA).
      *--------------------------------------------------------------*
       MOVER-TABELA-PARA-ENTRADA.
           MOVE TB-GF-GRUPO(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-GRUPO.
           MOVE TB-GF-DESCRICAO(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-DESCRICAO.
           MOVE TB-GF-ALIQ-ICMS(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-ALIQ-ICMS.
           MOVE TB-GF-ALIQ-PIS(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-ALIQ-PIS.
           MOVE TB-GF-ALIQ-COFINS(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-ALIQ-COFINS.
           MOVE TB-GF-CFOP-VENDA(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-CFOP-VENDA.
           MOVE TB-GF-CFOP-DEVOLUCAO(WS-GF-POS-ENCONTRADA)
               TO WS-ENT-CFOP-DEVOLUCAO.
      *--------------------------------------------------------------*
      *    FECHA O BURACO PUXANDO AS LINHAS SEGUINTES UMA POSICAO.
      *--------------------------------------------------------------*
       REMOVER-GRUPO-TABELA.

           PERFORM VARYING WS-IDX-GRUPO FROM WS-GF-POS-ENCONTRADA BY 1
           UNTIL WS-IDX-GRUPO >= WS-TOTAL-GRUPOS
               MOVE GRUPO-FISCAL-ITEM(WS-IDX-GRUPO + 1)
                   TO GRUPO-FISCAL-ITEM(WS-IDX-GRUPO)
           END-PERFORM.

           INITIALIZE GRUPO-FISCAL-ITEM(WS-TOTAL-GRUPOS).
           SUBTRACT 1 FROM WS-TOTAL-GRUPOS.
      *--------------------------------------------------------------*
      *    A EXCLUSAO SO E PERMITIDA SEM PRODUTOS APONTANDO PARA O
      *    GRUPO NO MESTRE INDEXADO.
      *--------------------------------------------------------------*
       CONTAR-PRODUTOS-DO-GRUPO.
           MOVE ZEROS  TO WS-QTD-PRODUTOS-GRUPO.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               PERFORM CONTAR-LINHA-PRODUTO-GRUPO WITH TEST BEFORE
               UNTIL FLAG-PRODUTOS-EOF
               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       CONTAR-LINHA-PRODUTO-GRUPO.

           READ PRODUTOS NEXT RECORD.

           IF NOT FLAG-PRODUTOS-EOF
               IF FD-PROD-GRUPO-FISCAL = WS-GF-GRUPO-BUSCA
                   ADD 1 TO WS-QTD-PRODUTOS-GRUPO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SALVAR-GRUPOS-FISCAIS.
           PERFORM OBTER-CAMINHO-GRUPOS.

           OPEN OUTPUT GRUPOS-FISCAIS.

           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
           UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS
               MOVE SPACES TO REG-GRUPO-FISCAL
               MOVE TB-GF-GRUPO(WS-IDX-GRUPO)       TO GF-GRUPO
               MOVE TB-GF-DESCRICAO(WS-IDX-GRUPO)   TO GF-DESCRICAO
               MOVE TB-GF-ALIQ-ICMS(WS-IDX-GRUPO)   TO GF-ALIQ-ICMS
               MOVE TB-GF-ALIQ-PIS(WS-IDX-GRUPO)    TO GF-ALIQ-PIS
               MOVE TB-GF-ALIQ-COFINS(WS-IDX-GRUPO) TO GF-ALIQ-COFINS
               MOVE TB-GF-CFOP-VENDA(WS-IDX-GRUPO)  TO GF-CFOP-VENDA
               MOVE TB-GF-CFOP-DEVOLUCAO(WS-IDX-GRUPO)
                   TO GF-CFOP-DEVOLUCAO
               WRITE REG-GRUPO-FISCAL
           END-PERFORM.

           CLOSE GRUPOS-FISCAIS.
      *--------------------------------------------------------------*
       AUDITAR-GRUPO.

           STRING "GRUPO=" DELIMITED BY SIZE
                  WS-ENT-GRUPO DELIMITED BY SIZE
                  " ICMS=" DELIMITED BY SIZE
                  WS-ENT-ALIQ-ICMS DELIMITED BY SIZE
                  " PIS=" DELIMITED BY SIZE
                  WS-ENT-ALIQ-PIS DELIMITED BY SIZE
                  " COFINS=" DELIMITED BY SIZE
                  WS-ENT-ALIQ-COFINS DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-LOGIN-ID DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.

           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-FISC"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           DISPLAY "Obrigado por utilizar o programa...ate logo :)"
           FOREGROUND-COLOR 2 AT 2028.

           STOP RUN.
      *--------------------------------------------------------------*
