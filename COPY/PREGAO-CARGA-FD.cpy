      *--------------------------------------------------------------*
      *    PREGOES CARREGADOS (cotacao_pregoes.dat), INDEXADO PELA
      *    DATA DO PREGAO: UMA LINHA POR DIA JA GRAVADO NO HISTORICO
      *    DE COTACOES (VER COTACAO-HIST-FD.cpy), COM A QUANTIDADE DE
      *    PAPEIS, O ARQUIVO DE ORIGEM E A DATA DA CARGA. TP06_18
      *    PULA OS PREGOES QUE JA ESTAO AQUI; OS PROGRAMAS DE BOLSA
      *    CONSULTAM O ARQUIVO PARA SABER SE UM MES FOI CARREGADO.
      *--------------------------------------------------------------*
       FD  PREGAO-CARGA
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PREGAO-CARGA.

       01  REG-PREGAO-CARGA.
           05 PC-DATA               PIC 9(8)              VALUE ZEROS.
           05 PC-QTD-PAPEIS         PIC 9(7)              VALUE ZEROS.
           05 PC-ORIGEM             PIC X(24)             VALUE SPACES.
           05 PC-DATA-CARGA         PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X(10)             VALUE SPACES.
