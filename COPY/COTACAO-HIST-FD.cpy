      *--------------------------------------------------------------*
      *    HISTORICO DE COTACOES (cotacao_historico.dat), INDEXADO
      *    POR PAPEL + DATA DO PREGAO: UM REGISTRO POR PAPEL POR DIA,
      *    COM OS CAMPOS DO REGISTRO 01 DO COTAHIST QUE OS PROGRAMAS
      *    DE BOLSA USAM. CARREGADO POR TP06_18 A PARTIR DOS ARQUIVOS
      *    DIARIOS (COTAHIST_DddmmAAAA.TXT) OU MENSAIS
      *    (COTAHIST_MmmAAAA.TXT); OS PREGOES JA CARREGADOS FICAM EM
      *    cotacao_pregoes.dat (VER PREGAO-CARGA-FD.cpy).
      *--------------------------------------------------------------*
       FD  COTACAO-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COTACAO-HIST.

       01  REG-COTACAO-HIST.
           05 CH-CHAVE.
               10 CH-PAPEL          PIC X(12)             VALUE SPACES.
               10 CH-DATA           PIC 9(8)              VALUE ZEROS.
           05 CH-CODBDI             PIC X(2)              VALUE SPACES.
           05 CH-TPMERC             PIC 9(3)              VALUE ZEROS.
           05 CH-NOMRES             PIC X(12)             VALUE SPACES.
           05 CH-ESPECI             PIC X(10)             VALUE SPACES.
           05 CH-PREABE             PIC 9(11)V9(2)        VALUE ZEROS.
           05 CH-PREMAX             PIC 9(11)V9(2)        VALUE ZEROS.
           05 CH-PREMIN             PIC 9(11)V9(2)        VALUE ZEROS.
           05 CH-PREMED             PIC 9(11)V9(2)        VALUE ZEROS.
           05 CH-PREULT             PIC 9(11)V9(2)        VALUE ZEROS.
           05 CH-TOTNEG             PIC 9(5)              VALUE ZEROS.
           05 CH-QUATOT             PIC 9(18)             VALUE ZEROS.
           05 CH-VOLTOT             PIC 9(16)V9(2)        VALUE ZEROS.
      *    ARQUIVO DE ORIGEM DA CARGA: D DIARIO, M MENSAL.
           05 CH-ORIGEM             PIC X                 VALUE SPACES.
               88 FLAG-CH-ORIGEM-DIARIA                   VALUE "D".
               88 FLAG-CH-ORIGEM-MENSAL                   VALUE "M".
           05 FILLER                PIC X(10)             VALUE SPACES.
