      *    (VER PRODVERSAO.cpy): LE UM ARQUIVO SEQUENCIAL ANTIGO
      *    (VERSAO 001, PRECO 99,99, OU VERSAO 002, PRECO 99999,99 -
      *    INCLUSIVE UM produtos_backup_*.TXT RESTAURADO) OU O
      *    MESTRE INDEXADO NA VERSAO 003 (SEM O CUSTO MEDIO), 004
      *    (SEM A CLASSE ABC), 005 (SEM A CLASSIFICACAO FISCAL) OU
      *    006 (SEM A SITUACAO DO PRODUTO) E CARGA O MESTRE NO
      *    LAYOUT ATUAL JA COM O REGISTRO DE VERSAO "*VER*" NA
      *    FRENTE, RECUSANDO CODIGOS DUPLICADOS.
      *    NAS ORIGENS 3 A 6 A SAIDA E
      *    produtos_novo.dat, PARA O OPERADOR SUBSTITUIR
      *    produtos.dat DEPOIS DE CONFERIR AS CONTAGENS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS FD-V3-CODIGO
           FILE STATUS IS WS-STATUS-V3.

      *    MESTRE INDEXADO NO LAYOUT 004, SEM A CLASSE ABC.
           SELECT PRODUTOS-V4 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-V4-CODIGO
           FILE STATUS IS WS-STATUS-V4.

      *    MESTRE INDEXADO NO LAYOUT 005, SEM A CLASSIFICACAO FISCAL.
           SELECT PRODUTOS-V5 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-V5-CODIGO
           FILE STATUS IS WS-STATUS-V5.

      *    MESTRE INDEXADO NO LAYOUT 006, SEM A SITUACAO DO PRODUTO.
           SELECT PRODUTOS-V6 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-V6-CODIGO
           FILE STATUS IS WS-STATUS-V6.

           COPY PRODUTO-SELECT.

           COPY AUDITORIA-SELECT.
           05 FD-V3-UNIDADE         PIC X(03)             VALUE SPACES.
           05 FD-V3-PONTO-REPOSICAO PIC 9(5)              VALUE ZEROS.

       FD  PRODUTOS-V4
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-V4.

       01  REG-PRODUTO-V4.
           05 FD-V4-CODIGO          PIC X(5)              VALUE SPACES.
           05 FD-V4-DESCRICAO       PIC X(40)             VALUE SPACES.
           05 FD-V4-VALOR           PIC 9(5)V9(2)         VALUE ZEROS.
           05 FD-V4-SETOR           PIC X(02)             VALUE SPACES.
           05 FD-V4-ESTOQUE         PIC X                 VALUE SPACES.
           05 FD-V4-ANO-ESTOQUE     PIC X(4)              VALUE SPACES.
           05 FD-V4-MES-ESTOQUE     PIC X(2)              VALUE SPACES.
           05 FD-V4-QTD-ESTOQUE     PIC 9(5)              VALUE ZEROS.
           05 FD-V4-UNIDADE         PIC X(03)             VALUE SPACES.
           05 FD-V4-PONTO-REPOSICAO PIC 9(5)              VALUE ZEROS.
           05 FD-V4-CUSTO-MEDIO     PIC 9(5)V9(2)         VALUE ZEROS.

       FD  PRODUTOS-V5
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-V5.

       01  REG-PRODUTO-V5.
           05 FD-V5-CODIGO          PIC X(5)              VALUE SPACES.
           05 FD-V5-DESCRICAO       PIC X(40)             VALUE SPACES.
           05 FD-V5-VALOR           PIC 9(5)V9(2)         VALUE ZEROS.
           05 FD-V5-SETOR           PIC X(02)             VALUE SPACES.
           05 FD-V5-ESTOQUE         PIC X                 VALUE SPACES.
           05 FD-V5-ANO-ESTOQUE     PIC X(4)              VALUE SPACES.
           05 FD-V5-MES-ESTOQUE     PIC X(2)              VALUE SPACES.
           05 FD-V5-QTD-ESTOQUE     PIC 9(5)              VALUE ZEROS.
           05 FD-V5-UNIDADE         PIC X(03)             VALUE SPACES.
           05 FD-V5-PONTO-REPOSICAO PIC 9(5)              VALUE ZEROS.
           05 FD-V5-CUSTO-MEDIO     PIC 9(5)V9(2)         VALUE ZEROS.
           05 FD-V5-CLASSE-ABC      PIC X                 VALUE SPACES.

       FD  PRODUTOS-V6
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PRODUTO-V6.

       01  REG-PRODUTO-V6.
           05 FD-V6-CODIGO          PIC X(5)              VALUE SPACES.
           05 FD-V6-DESCRICAO       PIC X(40)             VALUE SPACES.
           05 FD-V6-VALOR           PIC 9(5)V9(2)         VALUE ZEROS.
           05 FD-V6-SETOR           PIC X(02)             VALUE SPACES.
           05 FD-V6-ESTOQUE         PIC X                 VALUE SPACES.
           05 FD-V6-ANO-ESTOQUE     PIC X(4)              VALUE SPACES.
           05 FD-V6-MES-ESTOQUE     PIC X(2)              VALUE SPACES.
           05 FD-V6-QTD-ESTOQUE     PIC 9(5)              VALUE ZEROS.
           05 FD-V6-UNIDADE         PIC X(03)             VALUE SPACES.
           05 FD-V6-PONTO-REPOSICAO PIC 9(5)              VALUE ZEROS.
           05 FD-V6-CUSTO-MEDIO     PIC 9(5)V9(2)         VALUE ZEROS.
           05 FD-V6-CLASSE-ABC      PIC X                 VALUE SPACES.
           05 FD-V6-NCM             PIC X(08)             VALUE SPACES.
           05 FD-V6-ORIGEM          PIC X                 VALUE SPACES.
           05 FD-V6-GRUPO-FISCAL    PIC X(02)             VALUE SPACES.

       COPY PRODUTO-FD.

       COPY AUDITORIA-FD.
       77 WS-STATUS-V3              PIC X(02)             VALUE SPACES.
           88 FLAG-V3-SUCESSO                VALUE "00".
           88 FLAG-V3-EOF                    VALUE "10".
       77 WS-ARQ-V4                 PIC X(60)             VALUE SPACES.
       77 WS-STATUS-V4              PIC X(02)             VALUE SPACES.
           88 FLAG-V4-SUCESSO                VALUE "00".
           88 FLAG-V4-EOF                    VALUE "10".
       77 WS-ARQ-V5                 PIC X(60)             VALUE SPACES.
       77 WS-STATUS-V5              PIC X(02)             VALUE SPACES.
           88 FLAG-V5-SUCESSO                VALUE "00".
           88 FLAG-V5-EOF                    VALUE "10".
       77 WS-ARQ-V6                 PIC X(60)             VALUE SPACES.
       77 WS-STATUS-V6              PIC X(02)             VALUE SPACES.
           88 FLAG-V6-SUCESSO                VALUE "00".
           88 FLAG-V6-EOF                    VALUE "10".
       77 WS-VERSAO-ORIGEM          PIC 9                 VALUE ZEROS.
           88 FLAG-ORIGEM-VALIDA                     VALUE 1 THRU 6.
           88 FLAG-ORIGEM-V1                         VALUE 1.
           88 FLAG-ORIGEM-V3                         VALUE 3.
           88 FLAG-ORIGEM-V4                         VALUE 4.
           88 FLAG-ORIGEM-V5                         VALUE 5.
           88 FLAG-ORIGEM-V6                         VALUE 6.
       77 WS-QTD-CONVERTIDOS        PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-DUPLICADOS         PIC 9(5)              VALUE ZEROS.
      *--------------------------------------------------------------*
           "(1) sequencial preco 99,99  (2) sequencial 99999,99".
           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "(3) indexado versao 003 (sem custo medio)".
           10   LINE 10   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "(4) indexado versao 004 (sem classe ABC)".
           10   LINE 11   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "(5) indexado versao 005 (sem classificacao fiscal)".
           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "(6) indexado versao 006 (sem situacao do produto)".
           10 SC-VERSAO-ORIGEM      LINE + 1  COLUMN 10
           USING WS-VERSAO-ORIGEM.
      *--------------------------------------------------------------*
               STOP RUN
           END-IF.

           IF FLAG-ORIGEM-V4
               PERFORM CONVERTER-DE-INDEXADO-V4
               STOP RUN
           END-IF.

           IF FLAG-ORIGEM-V5
               PERFORM CONVERTER-DE-INDEXADO-V5
               STOP RUN
           END-IF.

           IF FLAG-ORIGEM-V6
               PERFORM CONVERTER-DE-INDEXADO-V6
               STOP RUN
           END-IF.

           PERFORM OBTER-CAMINHO-ANTIGO.
           PERFORM OBTER-CAMINHO-PRODUTOS.


           IF NOT FLAG-ORIGEM-VALIDA
               DISPLAY "Versao invalida - informe novamente"
               AT 1410 FOREGROUND-COLOR 6
               GO TO ENTRADA-VERSAO-ORIGEM
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-REGISTRO-VERSAO.
           MOVE SPACES TO REG-PRODUTO.
           MOVE ZEROS  TO FD-PROD-VALOR FD-PROD-QTD-ESTOQUE
                          FD-PROD-PONTO-REPOSICAO FD-PROD-CUSTO-MEDIO
                          FD-PROD-DATA-SITUACAO.
           MOVE CONST-CHAVE-VERSAO  TO FD-PROD-CODIGO.
           MOVE CONST-VERSAO-LAYOUT TO FD-PROD-DESCRICAO(1:3).

                       TO FD-PROD-PONTO-REPOSICAO
               END-IF

               MOVE ZEROS  TO FD-PROD-CUSTO-MEDIO
               MOVE SPACES TO FD-PROD-CLASSE-ABC
               MOVE SPACES TO FD-PROD-NCM FD-PROD-ORIGEM
                              FD-PROD-GRUPO-FISCAL
               MOVE SPACES TO FD-PROD-SITUACAO
                              FD-PROD-MOTIVO-SITUACAO
               MOVE ZEROS  TO FD-PROD-DATA-SITUACAO

      *    UM BACKUP QUE JA CARREGAVA O REGISTRO DE VERSAO NAO DEVE
      *    DUPLICA-LO: A CHAVE "*VER*" E SEMPRE A GRAVADA ACIMA.
                   MOVE FD-V3-PONTO-REPOSICAO
                       TO FD-PROD-PONTO-REPOSICAO
                   MOVE ZEROS              TO FD-PROD-CUSTO-MEDIO
                   MOVE SPACES             TO FD-PROD-CLASSE-ABC
                   MOVE SPACES             TO FD-PROD-NCM
                                              FD-PROD-ORIGEM
                                              FD-PROD-GRUPO-FISCAL
                   MOVE SPACES             TO FD-PROD-SITUACAO
                                           FD-PROD-MOTIVO-SITUACAO
                   MOVE ZEROS              TO FD-PROD-DATA-SITUACAO

                   WRITE REG-PRODUTO

                   IF FLAG-PRODUTOS-DUPLICADO
                       DISPLAY "CODIGO DUPLICADO IGNORADO: "
                           FD-PROD-CODIGO
                       ADD 1 TO WS-QTD-DUPLICADOS
                   ELSE
                       ADD 1 TO WS-QTD-CONVERTIDOS
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-V4.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-V4==
                ==:DDVAR:==  BY =="DD_PRODUTOS-V4"==.
      *--------------------------------------------------------------*
      *    CONVERSAO 004 -> 005: COPIA O MESTRE INDEXADO PARA
      *    produtos_novo.dat NO LAYOUT ATUAL COM A CLASSE ABC EM
      *    BRANCO (A PRIMEIRA RODADA DE TP10-ABC A PREENCHE), NO
      *    MESMO ROTEIRO DE CONFERENCIA E SUBSTITUICAO DA 003.
      *--------------------------------------------------------------*
       CONVERTER-DE-INDEXADO-V4.

           PERFORM OBTER-CAMINHO-V4.
           PERFORM OBTER-CAMINHO-PRODUTOS-NOVO.

           OPEN INPUT PRODUTOS-V4.

           IF NOT FLAG-V4-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO MESTRE ANTIGO - STATUS "
                   WS-STATUS-V4
               STOP RUN
           END-IF.

           OPEN OUTPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA CRIACAO DE PRODUTOS_NOVO.DAT"
               CLOSE PRODUTOS-V4
               STOP RUN
           END-IF.

           PERFORM GRAVAR-REGISTRO-VERSAO.

           PERFORM CONVERTER-LINHA-V4 WITH TEST BEFORE
           UNTIL FLAG-V4-EOF.

           CLOSE PRODUTOS.
           CLOSE PRODUTOS-V4.

           DISPLAY "PRODUTOS CONVERTIDOS: " WS-QTD-CONVERTIDOS.
           DISPLAY "NOVO MESTRE GRAVADO EM " WS-ARQ-PRODUTOS.
           DISPLAY "CONFIRA AS CONTAGENS E SUBSTITUA PRODUTOS.DAT".

           STRING "ORIGEM=V4 CONV=" DELIMITED BY SIZE
                  WS-QTD-CONVERTIDOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CONVERSAO 004-005 CONCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       CONVERTER-LINHA-V4.

           READ PRODUTOS-V4 NEXT RECORD.

           IF NOT FLAG-V4-EOF
           AND FLAG-V4-SUCESSO
               IF FD-V4-CODIGO NOT = CONST-CHAVE-VERSAO
                   MOVE FD-V4-CODIGO       TO FD-PROD-CODIGO
                   MOVE FD-V4-DESCRICAO    TO FD-PROD-DESCRICAO
                   MOVE FD-V4-VALOR        TO FD-PROD-VALOR
                   MOVE FD-V4-SETOR        TO FD-PROD-SETOR
                   MOVE FD-V4-ESTOQUE      TO FD-PROD-ESTOQUE
                   MOVE FD-V4-ANO-ESTOQUE  TO FD-PROD-ANO-ESTOQUE
                   MOVE FD-V4-MES-ESTOQUE  TO FD-PROD-MES-ESTOQUE
                   MOVE FD-V4-QTD-ESTOQUE  TO FD-PROD-QTD-ESTOQUE
                   MOVE FD-V4-UNIDADE      TO FD-PROD-UNIDADE
                   MOVE FD-V4-PONTO-REPOSICAO
                       TO FD-PROD-PONTO-REPOSICAO
                   MOVE FD-V4-CUSTO-MEDIO  TO FD-PROD-CUSTO-MEDIO
                   MOVE SPACES             TO FD-PROD-CLASSE-ABC
                   MOVE SPACES             TO FD-PROD-NCM
                                              FD-PROD-ORIGEM
                                              FD-PROD-GRUPO-FISCAL
                   MOVE SPACES             TO FD-PROD-SITUACAO
                                           FD-PROD-MOTIVO-SITUACAO
                   MOVE ZEROS              TO FD-PROD-DATA-SITUACAO

                   WRITE REG-PRODUTO

                   IF FLAG-PRODUTOS-DUPLICADO
                       DISPLAY "CODIGO DUPLICADO IGNORADO: "
                           FD-PROD-CODIGO
                       ADD 1 TO WS-QTD-DUPLICADOS
                   ELSE
                       ADD 1 TO WS-QTD-CONVERTIDOS
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-V5.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-V5==
                ==:DDVAR:==  BY =="DD_PRODUTOS-V5"==.
      *--------------------------------------------------------------*
      *    CONVERSAO 005 -> 006: COPIA O MESTRE INDEXADO PARA
      *    produtos_novo.dat NO LAYOUT ATUAL COM NCM, ORIGEM E GRUPO
      *    FISCAL EM BRANCO (PREENCHIDOS DEPOIS EM TP10_01 OU PELA
      *    IMPORTACAO CSV DO FORNECEDOR), NO MESMO ROTEIRO DE
      *    CONFERENCIA E SUBSTITUICAO DA 003.
      *--------------------------------------------------------------*
       CONVERTER-DE-INDEXADO-V5.

           PERFORM OBTER-CAMINHO-V5.
           PERFORM OBTER-CAMINHO-PRODUTOS-NOVO.

           OPEN INPUT PRODUTOS-V5.

           IF NOT FLAG-V5-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO MESTRE ANTIGO - STATUS "
                   WS-STATUS-V5
               STOP RUN
           END-IF.

           OPEN OUTPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA CRIACAO DE PRODUTOS_NOVO.DAT"
               CLOSE PRODUTOS-V5
               STOP RUN
           END-IF.

           PERFORM GRAVAR-REGISTRO-VERSAO.

           PERFORM CONVERTER-LINHA-V5 WITH TEST BEFORE
           UNTIL FLAG-V5-EOF.

           CLOSE PRODUTOS.
           CLOSE PRODUTOS-V5.

           DISPLAY "PRODUTOS CONVERTIDOS: " WS-QTD-CONVERTIDOS.
           DISPLAY "NOVO MESTRE GRAVADO EM " WS-ARQ-PRODUTOS.
           DISPLAY "CONFIRA AS CONTAGENS E SUBSTITUA PRODUTOS.DAT".

           STRING "ORIGEM=V5 CONV=" DELIMITED BY SIZE
                  WS-QTD-CONVERTIDOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CONVERSAO 005-006 CONCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       CONVERTER-LINHA-V5.

           READ PRODUTOS-V5 NEXT RECORD.

           IF NOT FLAG-V5-EOF
           AND FLAG-V5-SUCESSO
               IF FD-V5-CODIGO NOT = CONST-CHAVE-VERSAO
                   MOVE FD-V5-CODIGO       TO FD-PROD-CODIGO
                   MOVE FD-V5-DESCRICAO    TO FD-PROD-DESCRICAO
                   MOVE FD-V5-VALOR        TO FD-PROD-VALOR
                   MOVE FD-V5-SETOR        TO FD-PROD-SETOR
                   MOVE FD-V5-ESTOQUE      TO FD-PROD-ESTOQUE
                   MOVE FD-V5-ANO-ESTOQUE  TO FD-PROD-ANO-ESTOQUE
                   MOVE FD-V5-MES-ESTOQUE  TO FD-PROD-MES-ESTOQUE
                   MOVE FD-V5-QTD-ESTOQUE  TO FD-PROD-QTD-ESTOQUE
                   MOVE FD-V5-UNIDADE      TO FD-PROD-UNIDADE
                   MOVE FD-V5-PONTO-REPOSICAO
                       TO FD-PROD-PONTO-REPOSICAO
                   MOVE FD-V5-CUSTO-MEDIO  TO FD-PROD-CUSTO-MEDIO
                   MOVE FD-V5-CLASSE-ABC   TO FD-PROD-CLASSE-ABC
                   MOVE SPACES             TO FD-PROD-NCM
                                              FD-PROD-ORIGEM
                                              FD-PROD-GRUPO-FISCAL
                   MOVE SPACES             TO FD-PROD-SITUACAO
                                           FD-PROD-MOTIVO-SITUACAO
                   MOVE ZEROS              TO FD-PROD-DATA-SITUACAO

                   WRITE REG-PRODUTO

                   IF FLAG-PRODUTOS-DUPLICADO
                       DISPLAY "CODIGO DUPLICADO IGNORADO: "
                           FD-PROD-CODIGO
                       ADD 1 TO WS-QTD-DUPLICADOS
                   ELSE
                       ADD 1 TO WS-QTD-CONVERTIDOS
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-V6.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-V6==
                ==:DDVAR:==  BY =="DD_PRODUTOS-V6"==.
      *--------------------------------------------------------------*
      *    CONVERSAO 006 -> 007: COPIA O MESTRE INDEXADO PARA
      *    produtos_novo.dat NO LAYOUT ATUAL COM TODOS OS PRODUTOS
      *    ATIVOS (SITUACAO, DATA E MOTIVO EM BRANCO; BLOQUEIOS E
      *    DESCONTINUACOES SAO LANCADOS DEPOIS EM TP10_01), NO MESMO
      *    ROTEIRO DE CONFERENCIA E SUBSTITUICAO DA 003.
      *--------------------------------------------------------------*
       CONVERTER-DE-INDEXADO-V6.

           PERFORM OBTER-CAMINHO-V6.
           PERFORM OBTER-CAMINHO-PRODUTOS-NOVO.

           OPEN INPUT PRODUTOS-V6.

           IF NOT FLAG-V6-SUCESSO
               DISPLAY "ERRO NA ABERTURA DO MESTRE ANTIGO - STATUS "
                   WS-STATUS-V6
               STOP RUN
           END-IF.

           OPEN OUTPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA CRIACAO DE PRODUTOS_NOVO.DAT"
               CLOSE PRODUTOS-V6
               STOP RUN
           END-IF.

           PERFORM GRAVAR-REGISTRO-VERSAO.

           PERFORM CONVERTER-LINHA-V6 WITH TEST BEFORE
           UNTIL FLAG-V6-EOF.

           CLOSE PRODUTOS.
           CLOSE PRODUTOS-V6.

           DISPLAY "PRODUTOS CONVERTIDOS: " WS-QTD-CONVERTIDOS.
           DISPLAY "NOVO MESTRE GRAVADO EM " WS-ARQ-PRODUTOS.
           DISPLAY "CONFIRA AS CONTAGENS E SUBSTITUA PRODUTOS.DAT".

           STRING "ORIGEM=V6 CONV=" DELIMITED BY SIZE
                  WS-QTD-CONVERTIDOS DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CONVERSAO 006-007 CONCLUIDA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       CONVERTER-LINHA-V6.

           READ PRODUTOS-V6 NEXT RECORD.

           IF NOT FLAG-V6-EOF
           AND FLAG-V6-SUCESSO
               IF FD-V6-CODIGO NOT = CONST-CHAVE-VERSAO
                   MOVE FD-V6-CODIGO       TO FD-PROD-CODIGO
                   MOVE FD-V6-DESCRICAO    TO FD-PROD-DESCRICAO
                   MOVE FD-V6-VALOR        TO FD-PROD-VALOR
                   MOVE FD-V6-SETOR        TO FD-PROD-SETOR
                   MOVE FD-V6-ESTOQUE      TO FD-PROD-ESTOQUE
                   MOVE FD-V6-ANO-ESTOQUE  TO FD-PROD-ANO-ESTOQUE
                   MOVE FD-V6-MES-ESTOQUE  TO FD-PROD-MES-ESTOQUE
                   MOVE FD-V6-QTD-ESTOQUE  TO FD-PROD-QTD-ESTOQUE
                   MOVE FD-V6-UNIDADE      TO FD-PROD-UNIDADE
                   MOVE FD-V6-PONTO-REPOSICAO
                       TO FD-PROD-PONTO-REPOSICAO
                   MOVE FD-V6-CUSTO-MEDIO  TO FD-PROD-CUSTO-MEDIO
                   MOVE FD-V6-CLASSE-ABC   TO FD-PROD-CLASSE-ABC
                   MOVE FD-V6-NCM          TO FD-PROD-NCM
                   MOVE FD-V6-ORIGEM       TO FD-PROD-ORIGEM
                   MOVE FD-V6-GRUPO-FISCAL TO FD-PROD-GRUPO-FISCAL
                   MOVE SPACES             TO FD-PROD-SITUACAO
                                           FD-PROD-MOTIVO-SITUACAO
                   MOVE ZEROS              TO FD-PROD-DATA-SITUACAO

                   WRITE REG-PRODUTO

