      *--------------------------------------------------------------*
      *    CAMPOS DE APOIO DAS PROMOCOES (VER PROMOCAO-FD.cpy,
      *    PROMOCAO-SELECT.cpy, CARREGAR-PROMOCOES.cpy E
      *    APURAR-PRECO-PROMOCAO.cpy). O CHAMADOR PREENCHE
      *    WS-PM-DATA-VIGENCIA E FAZ PERFORM DO PARAGRAFO QUE CONTEM
      *    CARREGAR-PROMOCOES.cpy; DEPOIS, PARA CADA PRODUTO,
      *    PREENCHE WS-PM-PRODUTO, WS-PM-SETOR E WS-PM-PRECO-TABELA E
      *    FAZ PERFORM DO PARAGRAFO QUE CONTEM APURAR-PRECO-PROMOCAO.
      *--------------------------------------------------------------*
       77 WS-ARQ-PROMOCOES          PIC X(60)             VALUE SPACES.
       77 WS-STATUS-PROMOCOES       PIC X(02)             VALUE SPACES.
           88 FLAG-PROMOCOES-SUCESSO         VALUE "00".
           88 FLAG-PROMOCOES-EOF             VALUE "10".
           88 FLAG-PROMOCOES-NAO-CRIADO      VALUE "35".
       77 WS-PM-DATA-VIGENCIA       PIC 9(8)              VALUE ZEROS.
       77 WS-PM-PRODUTO             PIC X(5)              VALUE SPACES.
       77 WS-PM-SETOR               PIC X(2)              VALUE SPACES.
       77 WS-PM-PRECO-TABELA        PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-PM-PRECO-VENDA         PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-PM-PRECO-CALCULADO     PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-PM-NUMERO-APLICADO     PIC 9(4)              VALUE ZEROS.
           88 FLAG-PM-EM-PROMOCAO            VALUE 1 THRU 9999.
       77 WS-PM-FIM-APLICADO        PIC 9(8)              VALUE ZEROS.
       77 CONST-LIMITE-PROMOCOES    PIC 9(3)              VALUE 200.
       77 WS-TOTAL-PROMOCOES        PIC 9(3)              VALUE ZEROS.
       77 WS-IDX-PROMOCAO           PIC 9(3)              VALUE ZEROS.
       01 TB-PROMOCOES.
           02 PROMOCAO-ITEM OCCURS 200 TIMES.
               10 TB-PM-NUMERO      PIC 9(4)              VALUE ZEROS.
               10 TB-PM-ABRANGENCIA PIC X                 VALUE SPACES.
               10 TB-PM-PRODUTO     PIC X(5)              VALUE SPACES.
               10 TB-PM-SETOR       PIC X(2)              VALUE SPACES.
               10 TB-PM-TIPO        PIC X                 VALUE SPACES.
               10 TB-PM-PRECO       PIC 9(5)V9(2)         VALUE ZEROS.
               10 TB-PM-PERCENTUAL  PIC 9(3)V9(2)         VALUE ZEROS.
               10 TB-PM-DATA-FIM    PIC 9(8)              VALUE ZEROS.
