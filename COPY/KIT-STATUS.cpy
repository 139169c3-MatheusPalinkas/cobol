      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DA COMPOSICAO DOS KITS (VER KIT-FD.cpy,
      *    KIT-SELECT.cpy E APURAR-KIT.cpy). O CHAMADOR PREENCHE
      *    WS-KT-KIT E FAZ PERFORM DO PARAGRAFO QUE CONTEM
      *    APURAR-KIT.cpy, QUE DEVOLVE OS COMPONENTES EM
      *    TB-KIT-COMPONENTES, QUANTOS KITS OS SALDOS PERMITEM MONTAR
      *    E O CUSTO DO KIT PELOS CUSTOS MEDIOS DOS COMPONENTES.
      *--------------------------------------------------------------*
       77 WS-ARQ-KITS               PIC X(60)             VALUE SPACES.
       77 WS-STATUS-KITS            PIC X(02)             VALUE SPACES.
           88 FLAG-KITS-SUCESSO              VALUE "00".
           88 FLAG-KITS-EOF                  VALUE "10".
           88 FLAG-KITS-NAO-CRIADO           VALUE "35".
       77 WS-KT-KIT                 PIC X(5)              VALUE SPACES.
       77 WS-KT-MONTAVEIS           PIC 9(5)              VALUE ZEROS.
       77 WS-KT-POSSIVEIS           PIC 9(5)              VALUE ZEROS.
       77 WS-KT-CUSTO               PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-KT-REG-SALVO           PIC X(200)            VALUE SPACES.
       77 WS-KT-STATUS-SALVO        PIC X(02)             VALUE SPACES.
       77 CONST-LIMITE-COMPONENTES  PIC 9(2)              VALUE 20.
       77 WS-KT-TOTAL-COMPONENTES   PIC 9(2)              VALUE ZEROS.
           88 FLAG-KT-E-KIT                  VALUE 1 THRU 20.
       77 WS-KT-IDX                 PIC 9(2)              VALUE ZEROS.
       01 TB-KIT-COMPONENTES.
           02 KIT-COMPONENTE-ITEM OCCURS 20 TIMES.
               10 TB-KC-CODIGO      PIC X(5)              VALUE SPACES.
               10 TB-KC-QUANTIDADE  PIC 9(3)              VALUE ZEROS.
               10 TB-KC-DESCRICAO   PIC X(40)             VALUE SPACES.
               10 TB-KC-SALDO       PIC 9(5)              VALUE ZEROS.
               10 TB-KC-CUSTO       PIC 9(5)V9(2)         VALUE ZEROS.
