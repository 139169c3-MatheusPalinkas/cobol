      *--------------------------------------------------------------*
      *    REGISTRO DE PERDAS DE ESTOQUE (perdas_estoque.dat): UMA
      *    LINHA POR PERDA LANCADA EM TP10-MOVTO (QUEBRA, FURTO,
      *    VENCIMENTO, USO INTERNO...), COM O MOTIVO DA TABELA DE
      *    MOTIVO-PERDA.cpy, O LOCAL RESPONSAVEL (O MESMO EL-LOCAL DE
      *    LOCAIS-FD.cpy), O CUSTO MEDIO DO MOMENTO E, ACIMA DO
      *    LIMITE DE VALOR, O SUPERVISOR QUE AUTORIZOU (EM BRANCO
      *    ABAIXO DELE). A BAIXA EM SI VAI PARA O KARDEX COMO UMA
      *    SAIDA "S"; ESTE ARQUIVO E QUE DIZ POR QUE O ESTOQUE SAIU.
      *    LIDO PELO RELATORIO MENSAL DE QUEBRAS TP10-PERDAS.
      *--------------------------------------------------------------*
       FD  PERDAS-ESTOQUE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PERDA.

       01  REG-PERDA.
           05 PE-DATA               PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-CODIGO             PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-SETOR              PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-LOCAL              PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-MOTIVO             PIC X(2)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-CUSTO              PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-VALOR              PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 PE-AUTORIZADOR        PIC X(10)             VALUE SPACES.
