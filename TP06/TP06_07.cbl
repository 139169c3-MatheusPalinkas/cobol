      *--------------------------------------------------------------*
      *    CARTEIRA DE ACOES: MANTEM carteira.dat (PAPEL, QUANTIDADE,
      *    CUSTO MEDIO) E VALORIZA AS POSICOES CONTRA O ULTIMO
      *    FECHAMENTO DISPONIVEL NO MES ESCOLHIDO, LIDO DO HISTORICO
      *    DE COTACOES (cotacao_historico.dat, CARREGADO POR TP06_18
      *    A PARTIR DOS ARQUIVOS COTAHIST), MOSTRANDO VALOR DE
      *    MERCADO, CUSTO E GANHO/PERDA POR POSICAO E NO TOTAL, COM
      *    O RESULTADO GRAVADO EM carteira_valorizacao.txt.
      *--------------------------------------------------------------*
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           COPY COTACAO-HIST-SELECT.

           SELECT VALORIZACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VALORIZACAO.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CA-CUSTO-MEDIO        PIC 9(9)V9(2)         VALUE ZEROS.

       COPY COTACAO-HIST-FD.

       FD  VALORIZACAO
           LABEL RECORD IS STANDARD
           05 VL-LINHA              PIC X(90)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
               10 PO-CUSTO-MEDIO    PIC 9(9)V9(2)         VALUE ZEROS.
               10 PO-ULT-FECHAMENTO PIC 9(11)V9(2)        VALUE ZEROS.
               10 PO-DATA-FECHAMENTO PIC 9(8)             VALUE ZEROS.
      *---- VALORIZACAO ------------------------------------------------*
       01 WS-ANO-MES-COTAHIST.
           05 WS-MES-COTAHIST       PIC 9(2)              VALUE ZEROS.
               88 FLAG-MES-VALIDO   VALUE 1 THRU 12.
           05 WS-ANO-COTAHIST       PIC 9(4)              VALUE ZEROS.
       77 WS-VALOR-MERCADO          PIC S9(12)V9(2)       VALUE ZEROS.
       77 WS-VALOR-CUSTO            PIC S9(12)V9(2)       VALUE ZEROS.
       77 WS-GANHO-PERDA            PIC S9(12)V9(2)       VALUE ZEROS.
           88 FLAG-CARTEIRA-SUCESSO          VALUE "00".
           88 FLAG-CARTEIRA-EOF              VALUE "10".
           88 FLAG-CARTEIRA-NAO-CRIADA       VALUE "35".
           COPY COTACAO-HIST-STATUS.
       77 WS-ARQ-VALORIZACAO        PIC X(60)             VALUE SPACES.
       77 WS-STATUS-VALORIZACAO     PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - excluir posicao".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - valorizar pelo historico de cotacoes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "5 - encerrar".

           "TP06.07 - Carteira de acoes".

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mes da cotacao (01-12): ".
           10 SC-MES-COTAHIST       LINE + 0  COLUMN  62
           USING WS-MES-COTAHIST.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano da cotacao: ".
           10 SC-ANO-COTAHIST       LINE + 0  COLUMN  54
           USING WS-ANO-COTAHIST.
      *--------------------------------------------------------------*
                 BY =="carteira_valorizacao.txt"==
                ==:DESTINO:== BY ==WS-ARQ-VALORIZACAO==
                ==:DDVAR:==  BY =="DD_VALORIZACAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COTACAO-HIST.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="cotacao_historico.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COTACAO-HIST==
                ==:DDVAR:==  BY =="DD_COTACAO-HIST"==.
      *--------------------------------------------------------------*
       CARREGAR-CARTEIRA.
           MOVE ZEROS TO WS-TOTAL-POSICOES.
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTOS.
           PERFORM OBTER-CAMINHO-COTACAO-HIST.

           PERFORM VARYING WS-CONT FROM 1 BY 1
           UNTIL WS-CONT > WS-TOTAL-POSICOES
               MOVE ZEROS TO PO-DATA-FECHAMENTO(WS-CONT)
           END-PERFORM.

           MOVE SPACES TO WS-STATUS-COTACAO-HIST.

           OPEN INPUT COTACAO-HIST.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               DISPLAY "HISTORICO DE COTACOES NAO ENCONTRADO - "
               FOREGROUND-COLOR 6 AT 2028
               DISPLAY "CARREGUE OS COTAHIST COM TP06_18"
               FOREGROUND-COLOR 6 AT 2128
           ELSE
               PERFORM BUSCAR-FECHAMENTO-POSICAO
               VARYING WS-CONT FROM 1 BY 1
               UNTIL WS-CONT > WS-TOTAL-POSICOES

               CLOSE COTACAO-HIST
           END-IF.
      *--------------------------------------------------------------*
      *    GUARDA, PARA CADA POSICAO, O FECHAMENTO DO PREGAO MAIS
      *    RECENTE DO MES NO HISTORICO.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTO-POSICAO.

           MOVE PO-CODNEG(WS-CONT) TO WS-CH-PAPEL-BUSCA.
           COMPUTE WS-CH-DATA-PISO =
               WS-ANO-COTAHIST * 10000 + WS-MES-COTAHIST * 100 + 1.
           COMPUTE WS-CH-DATA-TETO = WS-CH-DATA-PISO + 30.

           COPY BUSCAR-FECHAMENTO-HIST.

           MOVE WS-CH-DATA-FECHAMENTO TO PO-DATA-FECHAMENTO(WS-CONT).
           MOVE WS-CH-FECHAMENTO      TO PO-ULT-FECHAMENTO(WS-CONT).
      *--------------------------------------------------------------*
       GRAVAR-VALORIZACAO.
           PERFORM OBTER-CAMINHO-VALORIZACAO.
                  INTO WS-AUD-PARAMETROS.
           MOVE "CARTEIRA VALORIZADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-VALORIZACAO TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       VALORIZAR-POSICAO.

       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_07"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_07"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
