      *    LOJA NAO PEDIR MAIS PRINT DE TELA DEPOIS DE CADA
      *    REAJUSTE; (2) GERA ETIQUETAS DE GONDOLA - UM BLOCO FIXO
      *    POR PRODUTO - SO PARA OS PRODUTOS COM PRECO ALTERADO
      *    DESDE UMA DATA, LOCALIZADOS EM reajustes_historico.txt;
      *    (3) GERA ETIQUETAS DE OFERTA, COM O PRECO DE TABELA, O
      *    PRECO PROMOCIONAL E O FIM DA VALIDADE, PARA OS PRODUTOS EM
      *    PROMOCAO (promocoes.dat) NUMA DATA. PRODUTO DESCONTINUADO
      *    SAI DA LISTA E DAS ETIQUETAS DE GONDOLA; A ETIQUETA DE
      *    OFERTA SEGUE A PROMOCAO CADASTRADA, QUE PODE SER A DE
      *    QUEIMA DO SALDO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ETIQUETAS.

           COPY PROMOCAO-SELECT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 FD-PORD-UNIDADE       PIC X(03)             VALUE SPACES.
           05 FD-PORD-PONTO-REPOSICAO PIC 9(5)            VALUE ZEROS.
           05 FD-PORD-CUSTO-MEDIO   PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X(12)             VALUE SPACES.
           05 FD-PORD-SITUACAO      PIC X                 VALUE SPACES.
               88 FLAG-PORD-BLOQUEADO                     VALUE "B".
               88 FLAG-PORD-DESCONTINUADO                 VALUE "D".
           05 FD-PORD-DATA-SITUACAO PIC 9(08)             VALUE ZEROS.
           05 FD-PORD-MOTIVO-SITUACAO PIC X(20)           VALUE SPACES.

       SD SD-PRODUTOS.
       01 SD-REG-PRODUTO.
           05 SD-PROD-UNIDADE       PIC X(03).
           05 SD-PROD-PONTO-REPOSICAO PIC 9(5).
           05 SD-PROD-CUSTO-MEDIO   PIC 9(5)V9(2).
           05 FILLER                PIC X(41).

       COPY REAJUSTE-HIST-FD.

       01 REG-ETIQUETA.
           05 ET-LINHA              PIC X(40)      VALUE SPACES.

       COPY PROMOCAO-FD.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9          VALUE ZEROS.
           88 FLAG-OPCAO-VALIDA                    VALUE 1 THRU 3.
           88 FLAG-OPCAO-ETIQUETAS                 VALUE 2.
           88 FLAG-OPCAO-PROMOCAO                  VALUE 3.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
       77 FLAGFIM                   PIC 9          VALUE ZEROS.
       77 WS-SETOR-ANTERIOR         PIC X(02)      VALUE SPACES.
           COPY PRODVERSAO.
       COPY REAJUSTE-HIST-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY PROMOCAO-STATUS.
       77 WS-ARQ-PRODUTOS-ORD       PIC X(60)      VALUE SPACES.
       77 WS-STATUS-FILE            PIC X(02)      VALUE SPACES.
           88 FLAG-OPEN-FILE-SUCESSO               VALUE "00".
           05 FILLER PIC X(3) VALUE " /".
           05 ET-ET-UNIDADE PIC X(3).
           05 FILLER PIC X(12) VALUE SPACES.
      *---- BLOCO DA ETIQUETA DE OFERTA ------------------------------*
       01 ET-OFERTA-LINHA.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "***  OFERTA  ***".
           05 FILLER PIC X(12) VALUE SPACES.
       01 ET-PROMOCAO-LINHA.
           05 FILLER PIC X(6) VALUE "DE R$ ".
           05 ET-PM-TABELA PIC ZZZZ9,99.
           05 FILLER PIC X(9) VALUE "  POR R$ ".
           05 ET-PM-PRECO PIC ZZZZ9,99.
           05 FILLER PIC X(2) VALUE " /".
           05 ET-PM-UNIDADE PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.
       01 ET-VALIDADE-LINHA.
           05 ET-PM-CODIGO PIC X(5).
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "VALIDA ATE ".
           05 ET-PM-FIM PIC 9(8).
           05 FILLER PIC X(11) VALUE SPACES.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Saida: (1) lista de precos  (2) etiquetas de gondola".
           10   LINE 08   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "       (3) etiquetas de oferta (produtos em promocao)".
           10 SC-OPCAO              LINE 09   COLUMN 10
           USING WS-OPCAO.

           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Precos alterados desde (AAAAMMDD, se etiquetas):".
           10 SC-DATA-CORTE         LINE + 0  COLUMN 60
           USING WS-DATA-CORTE.
           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "(se oferta: promocoes validas na data; zero = hoje)".

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino da lista: (1) LPT1  (2) Arquivo em disco".

           PERFORM ORDENAR-PRODUTOS-POR-SETOR.

           EVALUATE TRUE
               WHEN FLAG-OPCAO-ETIQUETAS
                   PERFORM CARREGAR-PRODUTOS-ALTERADOS
                   PERFORM GERAR-ETIQUETAS
               WHEN FLAG-OPCAO-PROMOCAO
                   PERFORM GERAR-ETIQUETAS-OFERTA
               WHEN OTHER
                   PERFORM GERAR-LISTA-PRECOS
           END-EVALUATE.

           STOP RUN.
      *--------------------------------------------------------------*
                 BY =="etiquetas_gondola.txt"==
                ==:DESTINO:== BY ==WS-ARQ-ETIQUETAS==
                ==:DDVAR:==  BY =="DD_ETIQUETAS"==.
      *--------------------------------------------------------------*
      *    AS ETIQUETAS DE OFERTA SAEM PELO MESMO SELECT, EM OUTRO
      *    ARQUIVO.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ETIQUETAS-OFERTA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="etiquetas_oferta.txt"==
                ==:DESTINO:== BY ==WS-ARQ-ETIQUETAS==
                ==:DDVAR:==  BY =="DD_ETIQUETAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROMOCOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="promocoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROMOCOES==
                ==:DDVAR:==  BY =="DD_PROMOCOES"==.
      *--------------------------------------------------------------*
       CARREGAR-PROMOCOES.
           COPY CARREGAR-PROMOCOES.
      *--------------------------------------------------------------*
       APURAR-PRECO-PROMOCAO.
           COPY APURAR-PRECO-PROMOCAO.
      *--------------------------------------------------------------*
       GERAR-LISTA-PRECOS.

                  INTO WS-AUD-PARAMETROS.
           MOVE "LISTA DE PRECOS GERADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-LISTA.
           READ PRODUTOS-ORDENADO AT END

           IF NOT FLAG-FILE-EOF
           AND FD-PORD-CODIGO NOT = CONST-CHAVE-VERSAO
               PERFORM APURAR-SITUACAO-PRODUTO

               IF NOT FLAG-VIGENTE-DESCONTINUADO
                   IF FLAG-PRIMEIRO-REGISTRO
                   OR FD-PORD-SETOR NOT = WS-SETOR-ANTERIOR
                       MOVE FD-PORD-SETOR TO REL-SETOR
                       WRITE REC-LISTA-PRECOS FROM LINHA-SETOR
                       BEFORE ADVANCING 1 LINE
                   END-IF

                   MOVE FD-PORD-SETOR TO WS-SETOR-ANTERIOR
                   MOVE 0 TO WS-PRIMEIRO-REGISTRO

                   MOVE FD-PORD-CODIGO    TO REL-CODIGO
                   MOVE FD-PORD-DESCRICAO TO REL-DESCRICAO
                   MOVE FD-PORD-UNIDADE   TO REL-UNIDADE
                   MOVE FD-PORD-VALOR     TO REL-PRECO

                   WRITE REC-LISTA-PRECOS FROM DETALHE
                   BEFORE ADVANCING 1 LINE

                   ADD 1 TO CONTADOR
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    PRODUTOS COM PRECO ALTERADO DESDE A DATA DE CORTE, PELAS
                  INTO WS-AUD-PARAMETROS.
           MOVE "ETIQUETAS GERADAS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-ETIQUETAS TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GERAR-ETIQUETA-LINHA.
           READ PRODUTOS-ORDENADO AT END
           IF NOT FLAG-FILE-EOF
           AND FD-PORD-CODIGO NOT = CONST-CHAVE-VERSAO
               PERFORM CONFERIR-SE-ALTERADO
               PERFORM APURAR-SITUACAO-PRODUTO

               IF FLAG-PRODUTO-ALTERADO
               AND NOT FLAG-VIGENTE-DESCONTINUADO
                   PERFORM GRAVAR-BLOCO-ETIQUETA
                   ADD 1 TO CONTADOR
               END-IF

           MOVE SPACES TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
      *--------------------------------------------------------------*
      *    ETIQUETA DE OFERTA: SO PARA O PRODUTO QUE, NA DATA, TEM
      *    PROMOCAO QUE BAIXA O PRECO (A MESMA REGRA DE TP10-VENDAS).
      *--------------------------------------------------------------*
       GERAR-ETIQUETAS-OFERTA.

           IF WS-DATA-CORTE = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           END-IF.

           MOVE WS-DATA-CORTE TO WS-PM-DATA-VIGENCIA.
           PERFORM CARREGAR-PROMOCOES.

           IF WS-TOTAL-PROMOCOES = ZEROS
               DISPLAY "NENHUMA PROMOCAO VALIDA EM " WS-DATA-CORTE
               STOP RUN
           END-IF.

           PERFORM OBTER-CAMINHO-ETIQUETAS-OFERTA.

           OPEN INPUT PRODUTOS-ORDENADO.

           IF NOT FLAG-OPEN-FILE-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORDENADO"
               STOP RUN
           END-IF.

           OPEN OUTPUT ETIQUETAS.

           PERFORM GERAR-ETIQUETA-OFERTA-LINHA UNTIL FLAGFIM = 1.

           CLOSE ETIQUETAS PRODUTOS-ORDENADO.

           DISPLAY "ETIQUETAS GRAVADAS EM " WS-ARQ-ETIQUETAS.
           DISPLAY "ETIQUETAS GERADAS: " CONTADOR.

           STRING "SAIDA=OFERTAS EM=" DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  " QTD=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "ETIQUETAS DE OFERTA GERADAS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-ETIQUETAS TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GERAR-ETIQUETA-OFERTA-LINHA.
           READ PRODUTOS-ORDENADO AT END
           MOVE 1 TO FLAGFIM.

           IF NOT FLAG-FILE-EOF
           AND FD-PORD-CODIGO NOT = CONST-CHAVE-VERSAO
               MOVE FD-PORD-CODIGO TO WS-PM-PRODUTO
               MOVE FD-PORD-SETOR  TO WS-PM-SETOR
               MOVE FD-PORD-VALOR  TO WS-PM-PRECO-TABELA
               PERFORM APURAR-PRECO-PROMOCAO

               IF FLAG-PM-EM-PROMOCAO
                   PERFORM GRAVAR-BLOCO-OFERTA
                   ADD 1 TO CONTADOR
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-BLOCO-OFERTA.

           WRITE REG-ETIQUETA FROM ET-MOLDURA.

           WRITE REG-ETIQUETA FROM ET-OFERTA-LINHA.

           MOVE FD-PORD-DESCRICAO TO ET-ET-DESCRICAO.
           WRITE REG-ETIQUETA FROM ET-DESCRICAO-LINHA.

           MOVE FD-PORD-VALOR     TO ET-PM-TABELA.
           MOVE WS-PM-PRECO-VENDA TO ET-PM-PRECO.
           MOVE FD-PORD-UNIDADE   TO ET-PM-UNIDADE.
           WRITE REG-ETIQUETA FROM ET-PROMOCAO-LINHA.

           MOVE FD-PORD-CODIGO     TO ET-PM-CODIGO.
           MOVE WS-PM-FIM-APLICADO TO ET-PM-FIM.
           WRITE REG-ETIQUETA FROM ET-VALIDADE-LINHA.

           WRITE REG-ETIQUETA FROM ET-MOLDURA.

           MOVE SPACES TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
      *--------------------------------------------------------------*
      *    O ARQUIVO ORDENADO TRAZ A SITUACAO NAS MESMAS POSICOES DO
      *    MESTRE.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO REPLACING
                ==FD-PROD-DATA-SITUACAO== BY ==FD-PORD-DATA-SITUACAO==
                ==FLAG-PRODUTO-BLOQUEADO== BY ==FLAG-PORD-BLOQUEADO==
                ==FLAG-PRODUTO-DESCONTINUADO==
                BY ==FLAG-PORD-DESCONTINUADO==.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-PRECO"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-PRECO"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
