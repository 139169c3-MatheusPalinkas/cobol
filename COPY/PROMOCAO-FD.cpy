      *--------------------------------------------------------------*
      *    PROMOCOES (promocoes.dat): UMA LINHA POR PROMOCAO APROVADA
      *    EM TP10-PROMOCOES, PARA UM PRODUTO (PM-PRODUTO) OU PARA UM
      *    SETOR INTEIRO (PM-SETOR), COM PRECO PROMOCIONAL FIXO OU
      *    PERCENTUAL DE DESCONTO SOBRE FD-PROD-VALOR, VALIDA DE
      *    PM-DATA-INICIO A PM-DATA-FIM (INCLUSIVE). A PROMOCAO NAO
      *    ALTERA O PRECO DO MESTRE: TP10-VENDAS COBRA O PRECO
      *    PROMOCIONAL SO ENQUANTO ELA ESTA VALIDA E GRAVA PM-NUMERO
      *    EM VD-PROMOCAO PARA O RELATORIO POS-CAMPANHA.
      *--------------------------------------------------------------*
       FD  PROMOCOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PROMOCAO.

       01  REG-PROMOCAO.
           05 PM-NUMERO             PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-ABRANGENCIA        PIC X                 VALUE SPACES.
               88 FLAG-PM-PRODUTO                         VALUE "P".
               88 FLAG-PM-SETOR                           VALUE "S".
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-PRODUTO            PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-SETOR              PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-PM-PRECO-FIXO                      VALUE "P".
               88 FLAG-PM-PERCENTUAL                      VALUE "D".
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-PRECO              PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-PERCENTUAL         PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-DATA-INICIO        PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-DATA-FIM           PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-DESCRICAO          PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PM-DATA-CADASTRO      PIC 9(8)              VALUE ZEROS.
