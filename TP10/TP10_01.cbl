      *    (VER PRODUTO-FD.cpy): INCLUSAO, ALTERACAO, EXCLUSAO E
      *    LISTAGEM LEEM E REGRAVAM REGISTROS NO LUGAR, SEM A TABELA
      *    DE 1000 POSICOES NEM A REGRAVACAO INTEGRAL DO ARQUIVO QUE
      *    O FORMATO SEQUENCIAL EXIGIA. A SITUACAO DO PRODUTO
      *    (ATIVO, BLOQUEADO, DESCONTINUADO) E MANTIDA PELA OPCAO 7,
      *    COM A DATA EM QUE PASSA A VALER E O MOTIVO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY CADLOG-SELECT.

           COPY PRODLOCK-SELECT.

           COPY JOURNAL-SELECT.

           COPY GRUPO-FISCAL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      *    PLANILHA DO FORNECEDOR EXPORTADA COMO CSV SEPARADO POR
      *    PONTO-E-VIRGULA: CODIGO;DESCRICAO;VALOR;SETOR;UNIDADE;
      *    PONTO DE REPOSICAO (VALOR COM VIRGULA DECIMAL), SEGUIDOS
      *    DAS COLUNAS FISCAIS OPCIONAIS NCM;ORIGEM;GRUPO FISCAL -
      *    PLANILHAS ANTIGAS SEM ELAS ENTRAM SEM CLASSIFICACAO.
       FD IMPORTACAO-CSV
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-IMPORTACAO-CSV.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY CADLOG-FD.

       COPY PRODLOCK-FD.

       COPY JOURNAL-FD.

       COPY GRUPO-FISCAL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
           05 WS-ENT-QTD-ESTOQUE    PIC 9(5)              VALUE ZEROS.
           05 WS-ENT-UNIDADE        PIC X(03)             VALUE SPACES.
           05 WS-ENT-PONTO-REPOSICAO PIC 9(5)             VALUE ZEROS.
           05 WS-ENT-NCM            PIC X(08)             VALUE SPACES.
           05 WS-ENT-ORIGEM         PIC X                 VALUE SPACES.
           05 WS-ENT-GRUPO-FISCAL   PIC X(02)             VALUE SPACES.
       77 WS-COD-BUSCA              PIC X(5)              VALUE SPACES.
      *---- SITUACAO DO PRODUTO --------------------------------------*
       01 WS-SITUACAO-ENTRADA.
           05 WS-ENT-SITUACAO       PIC X                 VALUE SPACES.
               88 FLAG-ENT-SITUACAO-VALIDA                VALUE "A" "B"
                                                                "D".
               88 FLAG-ENT-SITUACAO-ATIVO                 VALUE "A".
           05 WS-ENT-DATA-SITUACAO  PIC 9(08)             VALUE ZEROS.
           05 WS-ENT-MOTIVO-SITUACAO PIC X(20)            VALUE SPACES.
       77 WS-SITUACAO-ANTERIOR      PIC X                 VALUE SPACES.
       77 WS-SITUACAO-MOTIVO-ERRO   PIC X(40)             VALUE SPACES.
      *---- IMPORTACAO DE CSV ----------------------------------------*
       01 WS-CSV-CAMPOS.
           05 WS-CSV-CODIGO         PIC X(5)              VALUE SPACES.
           05 WS-CSV-SETOR          PIC X(2)              VALUE SPACES.
           05 WS-CSV-UNIDADE        PIC X(3)              VALUE SPACES.
           05 WS-CSV-PONTO-TXT      PIC X(6)              VALUE SPACES.
           05 WS-CSV-NCM            PIC X(8)              VALUE SPACES.
           05 WS-CSV-ORIGEM         PIC X                 VALUE SPACES.
           05 WS-CSV-GRUPO-FISCAL   PIC X(2)              VALUE SPACES.
       77 WS-CSV-VALOR              PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-CSV-PONTO              PIC 9(5)              VALUE ZEROS.
       77 WS-IMP-LIDOS              PIC 9(5)              VALUE ZEROS.
       77 WS-LINHA-VALIDA           PIC 9                 VALUE ZEROS.
           88 FLAG-LINHA-VALIDA                           VALUE 1.
       77 WS-IMP-ERRO-MOTIVO        PIC X(30)             VALUE SPACES.
      *---- CLASSIFICACAO FISCAL A CONFERIR --------------------------*
       01 WS-DADOS-FISCAIS.
           05 WS-FISC-NCM           PIC X(08)             VALUE SPACES.
           05 WS-FISC-ORIGEM        PIC X                 VALUE SPACES.
               88 FLAG-FISC-ORIGEM-VALIDA                 VALUE "0"
                                                            THRU "8".
           05 WS-FISC-GRUPO         PIC X(02)             VALUE SPACES.
       77 WS-FISCAL-MOTIVO          PIC X(30)             VALUE SPACES.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY CADLOG-STATUS.
           COPY PRODLOCK-STATUS.
           COPY JOURNAL-STATUS.
           COPY GRUPO-FISCAL-STATUS.
       77 WS-SOMENTE-LEITURA        PIC 9                 VALUE ZEROS.
           88 FLAG-SOMENTE-LEITURA                        VALUE 1.
       77 WS-PERFIL-PERMITIDO       PIC 9                 VALUE ZEROS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "6 - vincular EAN a produto".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "7 - situacao do produto".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "8 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
           10 SC-ENT-PONTO-REPOSICAO LINE + 0  COLUMN  46 PIC ZZZZ9
           USING WS-ENT-PONTO-REPOSICAO.

           10   LINE 15   COLUMN 56     FOREGROUND-COLOR  8 VALUE
           "NCM: ".
           10 SC-ENT-NCM            LINE + 0  COLUMN  71
           USING WS-ENT-NCM.

           10   LINE 16   COLUMN 56     FOREGROUND-COLOR  8 VALUE
           "Origem (0-8): ".
           10 SC-ENT-ORIGEM         LINE + 0  COLUMN  71
           USING WS-ENT-ORIGEM.

           10   LINE 17   COLUMN 56     FOREGROUND-COLOR  8 VALUE
           "Grupo fiscal: ".
           10 SC-ENT-GRUPO-FISCAL   LINE + 0  COLUMN  71
           USING WS-ENT-GRUPO-FISCAL.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".

           10 SC-COD-BUSCA          LINE + 0  COLUMN  57
           USING WS-COD-BUSCA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".

       01 SC-SITUACAO.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10.01 - Situacao do produto".

           10   LINE 12   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Situacao (A/B/D): ".
           10 SC-ENT-SITUACAO       LINE + 0  COLUMN  56
           USING WS-ENT-SITUACAO.

           10   LINE 13   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Vale a partir de (AAAAMMDD): ".
           10 SC-ENT-DATA-SITUACAO  LINE + 0  COLUMN  58
           USING WS-ENT-DATA-SITUACAO.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Motivo: ".
           10 SC-ENT-MOTIVO-SITUACAO LINE + 0  COLUMN  56
           USING WS-ENT-MOTIVO-SITUACAO.

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "A = ativo  B = bloqueado  D = descontinuado".
           10   LINE 17   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Data zerada = hoje".

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*

           PERFORM ABRIR-PRODUTOS.

           PERFORM CARREGAR-GRUPOS-FISCAIS.

           DISPLAY SC-LIMPA-TELA.
           PERFORM MOSTRAR-OPCOES.

       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10_01"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10_01"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

                       PERFORM VINCULAR-EAN
                   END-IF
               WHEN 7
                   PERFORM VALIDAR-PERFIL-CADASTRO
                   PERFORM VALIDAR-SESSAO-GRAVACAO
                   IF FLAG-PERFIL-PERMITIDO
                   AND NOT FLAG-SOMENTE-LEITURA
                       PERFORM ALTERAR-SITUACAO-PRODUTO
                   END-IF
               WHEN 8
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                   AT LINE WS-COUNT-LINE COLUMN 59
               DISPLAY FD-PROD-QTD-ESTOQUE
                   AT LINE WS-COUNT-LINE COLUMN 63
               DISPLAY FD-PROD-SITUACAO
                   AT LINE WS-COUNT-LINE COLUMN 70
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
           ACCEPT SC-ENT-QTD-ESTOQUE.
           ACCEPT SC-ENT-UNIDADE.
           ACCEPT SC-ENT-PONTO-REPOSICAO.
           ACCEPT SC-ENT-NCM.
           ACCEPT SC-ENT-ORIGEM.
           ACCEPT SC-ENT-GRUPO-FISCAL.
      *--------------------------------------------------------------*
       MOVER-ENTRADA-PARA-REGISTRO.
           MOVE WS-ENT-CODIGO          TO FD-PROD-CODIGO.
           MOVE WS-ENT-QTD-ESTOQUE     TO FD-PROD-QTD-ESTOQUE.
           MOVE WS-ENT-UNIDADE         TO FD-PROD-UNIDADE.
           MOVE WS-ENT-PONTO-REPOSICAO TO FD-PROD-PONTO-REPOSICAO.
           MOVE WS-ENT-NCM             TO FD-PROD-NCM.
           MOVE WS-ENT-ORIGEM          TO FD-PROD-ORIGEM.
           MOVE WS-ENT-GRUPO-FISCAL    TO FD-PROD-GRUPO-FISCAL.
      *--------------------------------------------------------------*
       MOVER-REGISTRO-PARA-ENTRADA.
           MOVE FD-PROD-CODIGO          TO WS-ENT-CODIGO.
           MOVE FD-PROD-QTD-ESTOQUE     TO WS-ENT-QTD-ESTOQUE.
           MOVE FD-PROD-UNIDADE         TO WS-ENT-UNIDADE.
           MOVE FD-PROD-PONTO-REPOSICAO TO WS-ENT-PONTO-REPOSICAO.
           MOVE FD-PROD-NCM             TO WS-ENT-NCM.
           MOVE FD-PROD-ORIGEM          TO WS-ENT-ORIGEM.
           MOVE FD-PROD-GRUPO-FISCAL    TO WS-ENT-GRUPO-FISCAL.
      *--------------------------------------------------------------*
       INCLUIR-PRODUTO.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-DESCRICAO WS-ENT-SETOR
                          WS-ENT-ESTOQUE WS-ENT-ANO-ESTOQ
                          WS-ENT-MES-ESTOQ WS-ENT-UNIDADE
                          WS-ENT-NCM WS-ENT-ORIGEM
                          WS-ENT-GRUPO-FISCAL.
           MOVE ZEROS  TO WS-ENT-VALOR WS-ENT-QTD-ESTOQUE
                          WS-ENT-PONTO-REPOSICAO.

           PERFORM ENTRADA-DADOS-PRODUTO.

           PERFORM VALIDAR-ENTRADA-FISCAL.

           IF WS-FISCAL-MOTIVO NOT = SPACES
               DISPLAY SC-LIMPA-TELA
               DISPLAY WS-FISCAL-MOTIVO FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GRAVAR-INCLUSAO-PRODUTO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-INCLUSAO-PRODUTO.

           PERFORM MOVER-ENTRADA-PARA-REGISTRO.

      *    PRODUTO NOVO ENTRA SEM CUSTO MEDIO; A PRIMEIRA ENTRADA
      *    LANCADA EM TP10-MOVTO O INICIALIZA. A CLASSE ABC FICA EM
      *    BRANCO ATE A PROXIMA RODADA DE TP10-ABC.
           MOVE ZEROS  TO FD-PROD-CUSTO-MEDIO.
           MOVE SPACES TO FD-PROD-CLASSE-ABC.
           MOVE "A"    TO FD-PROD-SITUACAO.
           MOVE ZEROS  TO FD-PROD-DATA-SITUACAO.
           MOVE SPACES TO FD-PROD-MOTIVO-SITUACAO.

           WRITE REG-PRODUTO.

               DISPLAY SC-LIMPA-TELA
               PERFORM ENTRADA-DADOS-PRODUTO

               PERFORM VALIDAR-ENTRADA-FISCAL

               IF WS-FISCAL-MOTIVO NOT = SPACES
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY WS-FISCAL-MOTIVO FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM GRAVAR-ALTERACAO-PRODUTO
               END-IF
           ELSE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Produto nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-ALTERACAO-PRODUTO.

           PERFORM MOVER-ENTRADA-PARA-REGISTRO.
           MOVE WS-COD-BUSCA TO FD-PROD-CODIGO.

           REWRITE REG-PRODUTO.

           MOVE "A"         TO WS-LOG-OPERACAO.
           MOVE REG-PRODUTO TO WS-IMAGEM-DEPOIS.
           PERFORM GRAVAR-LOG-CADASTRO.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "Produto alterado com sucesso"
           FOREGROUND-COLOR 2 AT 2028.
      *--------------------------------------------------------------*
       VALIDAR-ENTRADA-FISCAL.
           MOVE WS-ENT-NCM          TO WS-FISC-NCM.
           MOVE WS-ENT-ORIGEM       TO WS-FISC-ORIGEM.
           MOVE WS-ENT-GRUPO-FISCAL TO WS-FISC-GRUPO.

           PERFORM VALIDAR-DADOS-FISCAIS.
      *--------------------------------------------------------------*
      *    CLASSIFICACAO FISCAL: CADA CAMPO PODE FICAR EM BRANCO
      *    (PRODUTO AINDA NAO CLASSIFICADO), MAS QUANDO INFORMADO O
      *    NCM TEM 8 DIGITOS, A ORIGEM VAI DE 0 A 8 E O GRUPO TEM DE
      *    EXISTIR EM grupos_fiscais.dat (MANTIDO POR TP10-CAD-FISCAL).
      *--------------------------------------------------------------*
       VALIDAR-DADOS-FISCAIS.
           MOVE SPACES TO WS-FISCAL-MOTIVO.
           MOVE ZEROS  TO WS-GF-POS-ENCONTRADA.

           IF WS-FISC-GRUPO NOT = SPACES
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS
                   IF TB-GF-GRUPO(WS-IDX-GRUPO) = WS-FISC-GRUPO
                       MOVE WS-IDX-GRUPO TO WS-GF-POS-ENCONTRADA
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-FISC-NCM NOT = SPACES
               AND WS-FISC-NCM IS NOT NUMERIC
                   MOVE "NCM INVALIDO" TO WS-FISCAL-MOTIVO
               WHEN WS-FISC-ORIGEM NOT = SPACE
               AND NOT FLAG-FISC-ORIGEM-VALIDA
                   MOVE "ORIGEM FISCAL INVALIDA" TO WS-FISCAL-MOTIVO
               WHEN WS-FISC-GRUPO NOT = SPACES
               AND NOT FLAG-GF-ENCONTRADO
                   MOVE "GRUPO FISCAL NAO CADASTRADO"
                       TO WS-FISCAL-MOTIVO
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    SITUACAO DO PRODUTO: BLOQUEADO OU DESCONTINUADO EXIGE
      *    MOTIVO; A DATA PODE SER FUTURA (BLOQUEIO OU DESCONTINUACAO
      *    PROGRAMADOS) E ZERADA VALE A PARTIR DE HOJE. A VOLTA PARA
      *    ATIVO LIMPA O MOTIVO. A MUDANCA FICA NA AUDITORIA.
      *--------------------------------------------------------------*
       ALTERAR-SITUACAO-PRODUTO.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-BUSCA-CODIGO.
           ACCEPT SC-COD-BUSCA.

           MOVE WS-COD-BUSCA TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
           OR FD-PROD-CODIGO = CONST-CHAVE-VERSAO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Produto nao encontrado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM ENTRADA-SITUACAO-PRODUTO
           END-IF.
      *--------------------------------------------------------------*
       ENTRADA-SITUACAO-PRODUTO.
           MOVE FD-PROD-SITUACAO        TO WS-ENT-SITUACAO.
           MOVE FD-PROD-MOTIVO-SITUACAO TO WS-ENT-MOTIVO-SITUACAO.
           MOVE ZEROS                   TO WS-ENT-DATA-SITUACAO.

           IF FD-PROD-DATA-SITUACAO IS NUMERIC
               MOVE FD-PROD-DATA-SITUACAO TO WS-ENT-DATA-SITUACAO
           END-IF.

           IF WS-ENT-SITUACAO = SPACE
               MOVE "A" TO WS-ENT-SITUACAO
           END-IF.

           MOVE WS-ENT-SITUACAO TO WS-SITUACAO-ANTERIOR.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-SITUACAO.
           DISPLAY "Produto: " AT 1028.
           DISPLAY FD-PROD-CODIGO AT 1037.
           DISPLAY FD-PROD-DESCRICAO AT 1043.

           ACCEPT SC-ENT-SITUACAO.
           ACCEPT SC-ENT-DATA-SITUACAO.
           ACCEPT SC-ENT-MOTIVO-SITUACAO.

           IF WS-ENT-DATA-SITUACAO = ZEROS
               ACCEPT WS-ENT-DATA-SITUACAO FROM DATE YYYYMMDD
           END-IF.

           MOVE SPACES TO WS-SITUACAO-MOTIVO-ERRO.

           EVALUATE TRUE
               WHEN NOT FLAG-ENT-SITUACAO-VALIDA
                   MOVE "Situacao invalida - use A, B ou D"
                       TO WS-SITUACAO-MOTIVO-ERRO
               WHEN WS-ENT-DATA-SITUACAO(5:2) < "01"
               OR WS-ENT-DATA-SITUACAO(5:2) > "12"
               OR WS-ENT-DATA-SITUACAO(7:2) < "01"
               OR WS-ENT-DATA-SITUACAO(7:2) > "31"
                   MOVE "Data invalida"
                       TO WS-SITUACAO-MOTIVO-ERRO
               WHEN NOT FLAG-ENT-SITUACAO-ATIVO
               AND WS-ENT-MOTIVO-SITUACAO = SPACES
                   MOVE "Informe o motivo do bloqueio/descontinuacao"
                       TO WS-SITUACAO-MOTIVO-ERRO
           END-EVALUATE.

           DISPLAY SC-LIMPA-TELA.

           IF WS-SITUACAO-MOTIVO-ERRO NOT = SPACES
               DISPLAY WS-SITUACAO-MOTIVO-ERRO
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM GRAVAR-SITUACAO-PRODUTO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-SITUACAO-PRODUTO.

           IF FLAG-ENT-SITUACAO-ATIVO
               MOVE SPACES TO WS-ENT-MOTIVO-SITUACAO
           END-IF.

           MOVE WS-ENT-SITUACAO        TO FD-PROD-SITUACAO.
           MOVE WS-ENT-DATA-SITUACAO   TO FD-PROD-DATA-SITUACAO.
           MOVE WS-ENT-MOTIVO-SITUACAO TO FD-PROD-MOTIVO-SITUACAO.

           REWRITE REG-PRODUTO.

           IF FLAG-PRODUTOS-SUCESSO
               STRING "PROD=" DELIMITED BY SIZE
                      FD-PROD-CODIGO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      WS-ENT-SITUACAO DELIMITED BY SIZE
                      " DESDE=" DELIMITED BY SIZE
                      WS-ENT-DATA-SITUACAO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ENT-MOTIVO-SITUACAO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "SITUACAO ALTERADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               DISPLAY "Situacao do produto gravada"
               FOREGROUND-COLOR 2 AT 2028
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO PRODUTO"
               FOREGROUND-COLOR 6 AT 2028
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-GRUPOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="grupos_fiscais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-GRUPOS==
                ==:DDVAR:==  BY =="DD_GRUPOS-FISCAIS"==.
      *--------------------------------------------------------------*
       CARREGAR-GRUPOS-FISCAIS.
           COPY CARREGAR-GRUPOS-FISCAIS.
      *--------------------------------------------------------------*
       EXCLUIR-PRODUTO.
           DISPLAY SC-LIMPA-TELA.
      *--------------------------------------------------------------*
      *    IMPORTACAO DA PLANILHA DO FORNECEDOR: CADA LINHA DO CSV E
      *    VALIDADA (CODIGO EM BRANCO, CODIGO JA CADASTRADO, VALOR
      *    NAO NUMERICO OU ZERADO, CLASSIFICACAO FISCAL INVALIDA); SO
      *    AS LINHAS ACEITAS ENTRAM NO MESTRE E AS REJEITADAS VAO
      *    PARA O ARQUIVO DE ERROS COM O MOTIVO, PARA CORRECAO E NOVA
      *    CARGA.
      *--------------------------------------------------------------*
       IMPORTAR-CSV.
           DISPLAY SC-LIMPA-TELA.
               CLOSE IMPORTACAO-ERROS
               CLOSE IMPORTACAO-CSV

               MOVE SPACES TO WS-SPL-PARAMETROS
               STRING "IMPORTACAO LIDAS=" DELIMITED BY SIZE
                      WS-IMP-LIDOS DELIMITED BY SIZE
                      " REJ=" DELIMITED BY SIZE
                      WS-IMP-REJEITADOS DELIMITED BY SIZE
                      INTO WS-SPL-PARAMETROS
               MOVE WS-ARQ-IMP-ERROS TO WS-SPL-ARQUIVO
               PERFORM REGISTRAR-SPOOL

               DISPLAY "Linhas lidas:      " AT 0828
               DISPLAY WS-IMP-LIDOS AT 0848
               DISPLAY "Linhas aceitas:    " AT 0928
                        WS-CSV-SETOR
                        WS-CSV-UNIDADE
                        WS-CSV-PONTO-TXT
                        WS-CSV-NCM
                        WS-CSV-ORIGEM
                        WS-CSV-GRUPO-FISCAL

               PERFORM VALIDAR-LINHA-CSV

                           FUNCTION NUMVAL(WS-CSV-PONTO-TXT)
                           ON SIZE ERROR MOVE ZEROS TO WS-CSV-PONTO
                       END-COMPUTE

                       PERFORM VALIDAR-FISCAL-CSV
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       VALIDAR-FISCAL-CSV.
           MOVE WS-CSV-NCM          TO WS-FISC-NCM.
           MOVE WS-CSV-ORIGEM       TO WS-FISC-ORIGEM.
           MOVE WS-CSV-GRUPO-FISCAL TO WS-FISC-GRUPO.

           PERFORM VALIDAR-DADOS-FISCAIS.

           IF WS-FISCAL-MOTIVO NOT = SPACES
               MOVE WS-FISCAL-MOTIVO TO WS-IMP-ERRO-MOTIVO
               PERFORM REJEITAR-LINHA-CSV
           END-IF.
      *--------------------------------------------------------------*
       REJEITAR-LINHA-CSV.
           MOVE ZEROS TO WS-LINHA-VALIDA.
           MOVE WS-CSV-UNIDADE   TO FD-PROD-UNIDADE.
           MOVE WS-CSV-PONTO     TO FD-PROD-PONTO-REPOSICAO.
           MOVE ZEROS            TO FD-PROD-CUSTO-MEDIO.
           MOVE SPACES           TO FD-PROD-CLASSE-ABC.
           MOVE WS-CSV-NCM       TO FD-PROD-NCM.
           MOVE WS-CSV-ORIGEM    TO FD-PROD-ORIGEM.
           MOVE WS-CSV-GRUPO-FISCAL TO FD-PROD-GRUPO-FISCAL.
           MOVE "A"              TO FD-PROD-SITUACAO.
           MOVE ZEROS            TO FD-PROD-DATA-SITUACAO.
           MOVE SPACES           TO FD-PROD-MOTIVO-SITUACAO.

           WRITE REG-PRODUTO.

       GRAVAR-REGISTRO-VERSAO.
           MOVE SPACES TO REG-PRODUTO.
           MOVE ZEROS  TO FD-PROD-VALOR FD-PROD-QTD-ESTOQUE
                          FD-PROD-PONTO-REPOSICAO FD-PROD-CUSTO-MEDIO
                          FD-PROD-DATA-SITUACAO.
           MOVE CONST-CHAVE-VERSAO  TO FD-PROD-CODIGO.
           MOVE CONST-VERSAO-LAYOUT TO FD-PROD-DESCRICAO(1:3).

