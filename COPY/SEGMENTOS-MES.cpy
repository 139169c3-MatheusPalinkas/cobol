      *--------------------------------------------------------------*
      *    SEGMENTOS DE UMA COMPETENCIA POR SITUACAO FUNCIONAL (VER
      *    MONTAR-SEGMENTOS-MES.cpy). O CHAMADOR PREENCHE
      *    WS-SEG-PRONTUARIO, WS-SEG-COMP-ANO / MES E OS VALORES
      *    ATUAIS DO MESTRE (WS-SEG-CARGO-ATUAL, WS-SEG-SETOR-ATUAL,
      *    WS-SEG-HORA-ATUAL). CADA SEGMENTO TEM O DIA EM QUE COMECA
      *    E OS DIAS QUE DURA NO MES COMERCIAL DE 30 DIAS DA FOLHA.
      *--------------------------------------------------------------*
       77 WS-SEG-PRONTUARIO         PIC X(8)              VALUE SPACES.
       77 WS-SEG-COMP-ANO           PIC 9(4)              VALUE ZEROS.
       77 WS-SEG-COMP-MES           PIC 9(2)              VALUE ZEROS.
       77 WS-SEG-CARGO-ATUAL        PIC X(20)             VALUE SPACES.
       77 WS-SEG-SETOR-ATUAL        PIC X(02)             VALUE SPACES.
       77 WS-SEG-HORA-ATUAL         PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-SEG-PRIMEIRO-DIA       PIC 9(8)              VALUE ZEROS.
       77 WS-SEG-ULTIMO-DIA         PIC 9(8)              VALUE ZEROS.
       77 WS-SEG-DIA                PIC 9(2)              VALUE ZEROS.
      *    VALOR HORA MEDIO DO MES, PONDERADO PELOS DIAS DE CADA
      *    SEGMENTO.
       77 WS-SEG-HORA-MEDIA         PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-SEG-HORA-SOMA          PIC 9(6)V9(2)         VALUE ZEROS.
       77 WS-TOTAL-SEGMENTOS        PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-SEG                PIC 9(2)              VALUE ZEROS.
       01 TB-SEGMENTOS.
           02 SEGMENTO-ITEM OCCURS 13 TIMES.
               10 SG-DIA-INICIO     PIC 9(2)              VALUE ZEROS.
               10 SG-DIAS           PIC 9(2)              VALUE ZEROS.
               10 SG-CARGO          PIC X(20)             VALUE SPACES.
               10 SG-SETOR          PIC X(02)             VALUE SPACES.
               10 SG-HORA           PIC 9(3)V9(2)         VALUE ZEROS.
      *    MOVIMENTACOES DO PRONTUARIO COM EFEITO A PARTIR DO INICIO
      *    DA COMPETENCIA, EM ORDEM DE DATA DE EFEITO.
       77 WS-TOTAL-MOV-SEG          PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-MOV-SEG            PIC 9(2)              VALUE ZEROS.
       01 TB-MOV-SEG.
           02 MOV-SEG-ITEM OCCURS 12 TIMES.
               10 MS-DATA-EFETIVA   PIC 9(8)              VALUE ZEROS.
               10 MS-CARGO-ANTERIOR PIC X(20)             VALUE SPACES.
               10 MS-CARGO-NOVO     PIC X(20)             VALUE SPACES.
               10 MS-SETOR-ANTERIOR PIC X(02)             VALUE SPACES.
               10 MS-SETOR-NOVO     PIC X(02)             VALUE SPACES.
               10 MS-HORA-ANTERIOR  PIC 9(3)V9(2)         VALUE ZEROS.
               10 MS-HORA-NOVA      PIC 9(3)V9(2)         VALUE ZEROS.
       01 WS-MOV-SEG-AUX            PIC X(62)             VALUE SPACES.
