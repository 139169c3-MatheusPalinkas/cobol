      *--------------------------------------------------------------*
      *    ALERTA MATINAL DE PRECOS: MANTEM A LISTA DE
      *    ACOMPANHAMENTO watchlist.txt (PAPEL, LIMITE INFERIOR E
      *    SUPERIOR) E, ASSIM QUE O COTAHIST DO DIA OU DO MES E
      *    CARREGADO NO HISTORICO DE COTACOES POR TP06_18 (RODAVEL
      *    DA JANELA DE TP11_03), LE O ULTIMO FECHAMENTO DO MES DE
      *    CADA PAPEL ACOMPANHADO (MESMA LEITURA DE TP06_07) E GRAVA
      *    alertas_precos.txt COM CADA LIMITE CRUZADO E COM OS
      *    PAPEIS SEM COTACAO NO DIA - ACABANDO COM A CONFERENCIA A
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-WATCHLIST.

           COPY COTACAO-HIST-SELECT.

           SELECT ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALERTAS.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X                 VALUE SPACES.
           05 WL-LIMITE-SUPERIOR    PIC 9(9)V9(2)         VALUE ZEROS.

       COPY COTACAO-HIST-FD.

       FD  ALERTAS
           LABEL RECORD IS STANDARD
           05 AL-LINHA              PIC X(80)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
           05 WS-ENT-PAPEL          PIC X(12)             VALUE SPACES.
           05 WS-ENT-LIM-INFERIOR   PIC 9(9)V9(2)         VALUE ZEROS.
           05 WS-ENT-LIM-SUPERIOR   PIC 9(9)V9(2)         VALUE ZEROS.
      *---- LISTA VIGIADA EM MEMORIA ---------------------------------*
       77 CONST-LIMITE-WATCH        PIC 9(2)              VALUE 50.
       77 WS-TOTAL-WATCH            PIC 9(2)              VALUE ZEROS.
           05 WS-MES-COTAHIST       PIC 9(2)              VALUE ZEROS.
               88 FLAG-MES-VALIDO   VALUE 1 THRU 12.
           05 WS-ANO-COTAHIST       PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-ALERTAS            PIC 9(3)              VALUE ZEROS.
       77 WS-QTD-SEM-COTACAO        PIC 9(3)              VALUE ZEROS.
      *---- LINHAS DO ALERTA -----------------------------------------*
           88 FLAG-WATCHLIST-SUCESSO         VALUE "00".
           88 FLAG-WATCHLIST-EOF             VALUE "10".
           88 FLAG-WATCHLIST-NAO-CRIADA      VALUE "35".
           COPY COTACAO-HIST-STATUS.
       77 WS-ARQ-ALERTAS            PIC X(60)             VALUE SPACES.
       77 WS-STATUS-ALERTAS         PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - listar watchlist".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - rodar alerta pelo historico de cotacoes".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           "TP06.11 - Alerta de precos da watchlist".

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Mes da cotacao (01-12): ".
           10 SC-MES-COTAHIST       LINE + 0  COLUMN  62
           USING WS-MES-COTAHIST.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Ano da cotacao: ".
           10 SC-ANO-COTAHIST       LINE + 0  COLUMN  54
           USING WS-ANO-COTAHIST.
      *--------------------------------------------------------------*
                 BY =="alertas_precos.txt"==
                ==:DESTINO:== BY ==WS-ARQ-ALERTAS==
                ==:DDVAR:==  BY =="DD_ALERTAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-COTACAO-HIST.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="cotacao_historico.dat"==
                ==:DESTINO:== BY ==WS-ARQ-COTACAO-HIST==
                ==:DDVAR:==  BY =="DD_COTACAO-HIST"==.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
               MOVE ZEROS TO TB-WL-DATA(WS-TOTAL-WATCH)
           END-IF.
      *--------------------------------------------------------------*
      *    GUARDA O FECHAMENTO DO PREGAO MAIS RECENTE DO MES NO
      *    HISTORICO PARA CADA PAPEL VIGIADO, COMO FAZ TP06_07 NA
      *    VALORIZACAO.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTOS.
           PERFORM OBTER-CAMINHO-COTACAO-HIST.

           MOVE SPACES TO WS-STATUS-COTACAO-HIST.

           OPEN INPUT COTACAO-HIST.

           IF NOT FLAG-COTACAO-HIST-SUCESSO
               DISPLAY "HISTORICO DE COTACOES NAO ENCONTRADO - "
               FOREGROUND-COLOR 6 AT 2028
               DISPLAY "CARREGUE OS COTAHIST COM TP06_18"
               FOREGROUND-COLOR 6 AT 2128
           ELSE
               PERFORM BUSCAR-FECHAMENTO-PAPEL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-WATCH

               CLOSE COTACAO-HIST
           END-IF.
      *--------------------------------------------------------------*
       BUSCAR-FECHAMENTO-PAPEL.

           MOVE TB-WL-PAPEL(WS-IDX) TO WS-CH-PAPEL-BUSCA.
           COMPUTE WS-CH-DATA-PISO =
               WS-ANO-COTAHIST * 10000 + WS-MES-COTAHIST * 100 + 1.
           COMPUTE WS-CH-DATA-TETO = WS-CH-DATA-PISO + 30.

           COPY BUSCAR-FECHAMENTO-HIST.

           MOVE WS-CH-DATA-FECHAMENTO TO TB-WL-DATA(WS-IDX).
           MOVE WS-CH-FECHAMENTO      TO TB-WL-FECHAMENTO(WS-IDX).
      *--------------------------------------------------------------*
       GRAVAR-ALERTAS.

                  INTO WS-AUD-PARAMETROS.
           MOVE "ALERTA DE PRECOS EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-ALERTAS    TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       CONFERIR-LIMITES-PAPEL.

               MOVE SPACES TO REG-ALERTA
               MOVE TB-WL-PAPEL(WS-IDX) TO AL-DET-PAPEL
               MOVE ZEROS               TO AL-DET-FECHAMENTO
               MOVE "SEM COTACAO NO HISTORICO" TO AL-DET-MOTIVO
               WRITE REG-ALERTA FROM AL-DETALHE
           ELSE
               IF TB-WL-INFERIOR(WS-IDX) > ZEROS
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_11"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_11"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
