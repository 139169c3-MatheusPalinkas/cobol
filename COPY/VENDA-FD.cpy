      *--------------------------------------------------------------*
      *    RECEITA DAS VENDAS (vendas.dat): UMA LINHA POR ITEM
      *    VENDIDO, COM O PRECO CAPTURADO NO MOMENTO DA VENDA. GRAVADO
      *    POR TP10-VENDAS E LIDO PELOS RELATORIOS DE VENDAS E PELA
      *    APURACAO DE COMISSOES (TP08-COMISSAO). NA VENDA A PRAZO
      *    VD-CLIENTE GUARDA O CLIENTE (VER CLIENTE-FD.cpy); EM BRANCO
      *    E VENDA A VISTA. A DEVOLUCAO (VD-TIPO "D") E UMA LINHA DE
      *    RECEITA NEGATIVA (QUANTIDADE E TOTAL COM SINAL) LIGADA A
      *    VENDA ORIGINAL POR VD-VENDA-ORIGEM, COM O MOTIVO DA TABELA
      *    DE MOTIVO-DEVOLUCAO.cpy; QUEM SOMA A RECEITA JA ENXERGA O
      *    VALOR LIQUIDO DAS DEVOLUCOES. VD-PROMOCAO GUARDA A PROMOCAO
      *    (VER PROMOCAO-FD.cpy) QUE DEU O PRECO DO ITEM, ZERO PARA O
      *    PRECO DE TABELA, E VD-VALOR-TABELA O FD-PROD-VALOR DO
      *    MOMENTO; A DEVOLUCAO REPETE OS DOIS DA VENDA ORIGINAL.
      *    VD-GRUPO-FISCAL GUARDA O GRUPO FISCAL DO PRODUTO NA HORA DA
      *    VENDA (VER GRUPO-FISCAL-FD.cpy), TAMBEM REPETIDO NA
      *    DEVOLUCAO; LINHAS ANTIGAS, SEM O CAMPO, SAO APURADAS PELO
      *    GRUPO ATUAL DO PRODUTO.
      *--------------------------------------------------------------*
       FD  VENDAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-VENDA.

       01  REG-VENDA.
           05 VD-NUMERO             PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-SETOR              PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-QUANTIDADE         PIC S9(5)             VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-VALOR-UNIT         PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-VALOR-TOTAL        PIC S9(7)V9(2)        VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-CLIENTE            PIC X(6)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-TIPO               PIC X                 VALUE "V".
               88 FLAG-VD-VENDA                           VALUE "V" " ".
               88 FLAG-VD-DEVOLUCAO                       VALUE "D".
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-VENDA-ORIGEM       PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-MOTIVO             PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-PROMOCAO           PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-VALOR-TABELA       PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VD-GRUPO-FISCAL       PIC X(02)             VALUE SPACES.
