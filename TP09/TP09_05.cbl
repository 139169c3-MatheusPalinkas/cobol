      *    IGUAL OU ABAIXO DO PONTO DE REPOSICAO, AGRUPADO POR SETOR,
      *    COM A QUANTIDADE SUGERIDA DE COMPRA (O DOBRO DO PONTO
      *    MENOS O SALDO ATUAL). ALEM DO RELATORIO IMPRESSO, GRAVA
      *    sugestao_compra.txt PARA ENVIO AO COMPRADOR. PRODUTO
      *    BLOQUEADO OU DESCONTINUADO NAO ENTRA NA SUGESTAO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELAT-PRODUTOS ASSIGN TO "LPT1".

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 FD-PORD-QTD-ESTOQUE   PIC 9(5)              VALUE ZEROS.
           05 FD-PORD-UNIDADE       PIC X(03)             VALUE SPACES.
           05 FD-PORD-PONTO-REPOSICAO PIC 9(5)            VALUE ZEROS.
           05 FILLER                PIC X(19)             VALUE SPACES.
           05 FD-PORD-SITUACAO      PIC X                 VALUE SPACES.
               88 FLAG-PORD-BLOQUEADO                     VALUE "B".
               88 FLAG-PORD-DESCONTINUADO                 VALUE "D".
           05 FD-PORD-DATA-SITUACAO PIC 9(08)             VALUE ZEROS.
           05 FD-PORD-MOTIVO-SITUACAO PIC X(20)           VALUE SPACES.

       SD SD-PRODUTOS.
       01 SD-REG-PRODUTO.
           05 SD-PROD-QTD-ESTOQUE   PIC 9(5).
           05 SD-PROD-UNIDADE       PIC X(03).
           05 SD-PROD-PONTO-REPOSICAO PIC 9(5).
           05 FILLER                PIC X(48).

       FD SUGESTAO
           LABEL RECORD IS STANDARD
       01 REC-RELAT-PRODUTOS PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 CONTPAG PIC 999 VALUE 1.
           88 FLAG-FILE-EOF            VALUE "10".

       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       01 HEADER-PAG.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "Produtos para reposicao".
           IF NOT FLAG-FILE-EOF
           AND FD-PORD-CODIGO NOT = CONST-CHAVE-VERSAO
               PERFORM APURAR-SALDO-EFETIVO
               PERFORM APURAR-SITUACAO-PRODUTO

               IF WS-SALDO-EFETIVO <= FD-PORD-PONTO-REPOSICAO
               AND FLAG-VIGENTE-ATIVO
                   IF FLAG-PRIMEIRO-REGISTRO
                   OR FD-PORD-SETOR NOT = WS-SETOR-ANTERIOR
                       MOVE FD-PORD-SETOR TO REL-SETOR
           MOVE "RELATORIO DE REPOSICAO GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE "LPT1" TO WS-SPL-ARQUIVO.
           MOVE CONTPAG TO WS-SPL-PAGINAS.
           PERFORM REGISTRAR-SPOOL.

           STOP RUN.
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
                                        BY =="TP09_05"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP09_05"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
