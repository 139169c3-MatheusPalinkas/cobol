      *--------------------------------------------------------------*
      *    CAMPOS DA SIMULACAO DE IMPACTO DO REAJUSTE. AS UNIDADES
      *    VENDIDAS NOS ULTIMOS 90 DIAS (LIQUIDAS DAS DEVOLUCOES) VEM
      *    DE vendas.dat E VIRAM VENDA MENSAL ESTIMADA (90 DIAS / 3);
      *    A MARGEM BRUTA MENSAL E (PRECO - CUSTO MEDIO) X UNIDADES,
      *    SO PARA PRODUTOS COM CUSTO MEDIO. O CHAMADOR PREENCHE
      *    WS-SIM-PRECO-NOVO COM O PRECO REAJUSTADO DO PRODUTO EM
      *    REG-PRODUTO ANTES DE PERFORM SIMULAR-ITEM-REAJUSTE.
      *--------------------------------------------------------------*
       77 WS-ARQ-SIMULACAO          PIC X(60)      VALUE SPACES.
       77 WS-STATUS-SIMULACAO       PIC X(02)      VALUE SPACES.
           88 FLAG-SIMULACAO-SUCESSO               VALUE "00".
       77 CONST-DIAS-SIMULACAO      PIC 9(3)       VALUE 90.
       77 WS-SIM-DATA-HOJE          PIC 9(8)       VALUE ZEROS.
       77 WS-SIM-DATA-CORTE         PIC 9(8)       VALUE ZEROS.
       77 WS-SIM-PRECO-NOVO         PIC 9(5)V9(2)  VALUE ZEROS.
       77 WS-SIM-UNIDADES           PIC S9(7)      VALUE ZEROS.
       77 WS-SIM-RECEITA-ATUAL      PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-SIM-RECEITA-NOVA       PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-SIM-MARGEM-ATUAL       PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-SIM-MARGEM-NOVA        PIC S9(9)V9(2) VALUE ZEROS.
       77 WS-SIM-QTD-ABAIXO-CUSTO   PIC 9(5)       VALUE ZEROS.
       77 WS-SIM-QTD-PRODUTOS       PIC 9(5)       VALUE ZEROS.
       77 WS-SIM-IDX                PIC 9(4)       VALUE ZEROS.
       77 WS-SIM-POS                PIC 9(4)       VALUE ZEROS.
      *    TOTAIS GERAIS, MOSTRADOS NA TELA DE CONFIRMACAO.
       01 WS-SIM-TOTAIS.
           05 WS-SIM-TOT-RECEITA-ATUAL PIC S9(11)V9(2) VALUE ZEROS.
           05 WS-SIM-TOT-RECEITA-NOVA  PIC S9(11)V9(2) VALUE ZEROS.
           05 WS-SIM-TOT-IMPACTO       PIC S9(11)V9(2) VALUE ZEROS.
           05 WS-SIM-TOT-MARGEM-ATUAL  PIC S9(11)V9(2) VALUE ZEROS.
           05 WS-SIM-TOT-MARGEM-NOVA   PIC S9(11)V9(2) VALUE ZEROS.
      *---- UNIDADES VENDIDAS POR PRODUTO NA JANELA ------------------*
       77 CONST-LIMITE-SIM-PRODUTOS PIC 9(4)       VALUE 999.
       77 WS-SIM-TOTAL-PRODUTOS     PIC 9(4)       VALUE ZEROS.
       01 TB-SIM-VENDAS.
           02 SIM-VENDA-ITEM OCCURS 999 TIMES.
               10 TB-SV-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-SV-UNIDADES    PIC S9(7)      VALUE ZEROS.
      *---- TOTAIS POR SETOR -----------------------------------------*
       77 CONST-LIMITE-SIM-SETORES  PIC 9(2)       VALUE 30.
       77 WS-SIM-TOTAL-SETORES      PIC 9(2)       VALUE ZEROS.
       77 WS-SIM-POS-SETOR          PIC 9(2)       VALUE ZEROS.
       01 TB-SIM-SETORES.
           02 SIM-SETOR-ITEM OCCURS 30 TIMES.
               10 TB-SS-SETOR          PIC X(2)       VALUE SPACES.
               10 TB-SS-RECEITA-ATUAL  PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-SS-RECEITA-NOVA   PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-SS-MARGEM-ATUAL   PIC S9(11)V9(2) VALUE ZEROS.
               10 TB-SS-MARGEM-NOVA    PIC S9(11)V9(2) VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 SIM-CABEC1.
           05 FILLER PIC X(31) VALUE "SIMULACAO DE IMPACTO MENSAL - ".
           05 SIM-CAB-PROGRAMA PIC X(10).
           05 FILLER PIC X(12) VALUE " VENDAS DE ".
           05 SIM-CAB-CORTE PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 SIM-CAB-HOJE PIC 9(8).
       01 SIM-CABEC2.
           05 FILLER PIC X(06) VALUE "Cod.".
           05 FILLER PIC X(03) VALUE "St".
           05 FILLER PIC X(06) VALUE "  90d".
           05 FILLER PIC X(09) VALUE "   Atual".
           05 FILLER PIC X(09) VALUE "    Novo".
           05 FILLER PIC X(09) VALUE "   Custo".
           05 FILLER PIC X(11) VALUE "  Rec./mes".
           05 FILLER PIC X(11) VALUE " Marg.atual".
           05 FILLER PIC X(11) VALUE "  Marg.nova".
           05 FILLER PIC X(03) VALUE SPACES.
       01 SIM-DETALHE.
           05 SIM-REL-CODIGO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-SETOR PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-UNIDADES PIC ZZZZ9-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-PRECO-ATUAL PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-PRECO-NOVO PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-CUSTO PIC ZZZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-IMPACTO PIC ZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-MARGEM-ATUAL PIC ZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-MARGEM-NOVA PIC ZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-REL-MARCA PIC X(03).
       01 SIM-CABEC-SETORES.
           05 FILLER PIC X(09) VALUE "Setor".
           05 FILLER PIC X(15) VALUE "   Rec.mes atu.".
           05 FILLER PIC X(15) VALUE "   Rec.mes nova".
           05 FILLER PIC X(14) VALUE "      Impacto".
           05 FILLER PIC X(13) VALUE "  Marg. atual".
           05 FILLER PIC X(13) VALUE "   Marg. nova".
       01 SIM-LINHA-SETOR.
           05 SIM-SET-SETOR PIC X(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-SET-RECEITA-ATUAL PIC ZZZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-SET-RECEITA-NOVA PIC ZZZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-SET-IMPACTO PIC ZZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-SET-MARGEM-ATUAL PIC ZZZZZZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 SIM-SET-MARGEM-NOVA PIC ZZZZZZZ9,99-.
       01 SIM-RODAPE.
           05 FILLER PIC X(20) VALUE "Produtos simulados:".
           05 SIM-TOT-PRODUTOS PIC ZZZZ9.
           05 FILLER PIC X(33) VALUE
              "   Novo preco abaixo do custo:".
           05 SIM-TOT-ABAIXO PIC ZZZZ9.
       01 SIM-ASSINATURA.
           05 FILLER PIC X(40) VALUE
              "Aplicador: ______________________".
           05 FILLER PIC X(40) VALUE
              "Aprovador: ______________________".
      *    TOTAIS EDITADOS PARA A TELA.
       77 WS-SIM-ED-RECEITA-ATUAL   PIC ZZZZZZZZ9,99-.
       77 WS-SIM-ED-RECEITA-NOVA    PIC ZZZZZZZZ9,99-.
       77 WS-SIM-ED-IMPACTO         PIC ZZZZZZZZ9,99-.
       77 WS-SIM-ED-MARGEM-ATUAL    PIC ZZZZZZZZ9,99-.
       77 WS-SIM-ED-MARGEM-NOVA     PIC ZZZZZZZZ9,99-.
