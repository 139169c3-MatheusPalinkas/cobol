      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DOS GRUPOS FISCAIS (VER GRUPO-FISCAL-FD.cpy,
      *    GRUPO-FISCAL-SELECT.cpy, CARREGAR-GRUPOS-FISCAIS.cpy E
      *    APURAR-IMPOSTO-VENDA.cpy). O CHAMADOR FAZ PERFORM DO
      *    PARAGRAFO QUE CONTEM CARREGAR-GRUPOS-FISCAIS.cpy; DEPOIS,
      *    PARA CADA LINHA DE VENDA, PREENCHE WS-GF-GRUPO-BUSCA E
      *    WS-GF-BASE E FAZ PERFORM DO PARAGRAFO QUE CONTEM
      *    APURAR-IMPOSTO-VENDA.cpy. GRUPO NAO CADASTRADO (OU EM
      *    BRANCO) DEIXA WS-GF-POS-ENCONTRADA ZERADA E OS IMPOSTOS
      *    ZERADOS.
      *--------------------------------------------------------------*
       77 WS-ARQ-GRUPOS             PIC X(60)             VALUE SPACES.
       77 WS-STATUS-GRUPOS          PIC X(02)             VALUE SPACES.
           88 FLAG-GRUPOS-SUCESSO            VALUE "00".
           88 FLAG-GRUPOS-EOF                VALUE "10".
           88 FLAG-GRUPOS-NAO-CRIADO         VALUE "35".
       77 CONST-LIMITE-GRUPOS       PIC 9(2)              VALUE 50.
       77 WS-TOTAL-GRUPOS           PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-GRUPO              PIC 9(2)              VALUE ZEROS.
       77 WS-GF-POS-ENCONTRADA      PIC 9(2)              VALUE ZEROS.
           88 FLAG-GF-ENCONTRADO             VALUE 1 THRU 50.
       77 WS-GF-GRUPO-BUSCA         PIC X(02)             VALUE SPACES.
       77 WS-GF-BASE                PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-GF-VALOR-ICMS          PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-GF-VALOR-PIS           PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-GF-VALOR-COFINS        PIC S9(7)V9(2)        VALUE ZEROS.
       01 TB-GRUPOS-FISCAIS.
           02 GRUPO-FISCAL-ITEM OCCURS 50 TIMES.
               10 TB-GF-GRUPO       PIC X(02)             VALUE SPACES.
               10 TB-GF-DESCRICAO   PIC X(20)             VALUE SPACES.
               10 TB-GF-ALIQ-ICMS   PIC 9(2)V9(2)         VALUE ZEROS.
               10 TB-GF-ALIQ-PIS    PIC 9(2)V9(2)         VALUE ZEROS.
               10 TB-GF-ALIQ-COFINS PIC 9(2)V9(2)         VALUE ZEROS.
               10 TB-GF-CFOP-VENDA  PIC X(04)             VALUE SPACES.
               10 TB-GF-CFOP-DEVOLUCAO PIC X(04)          VALUE SPACES.
