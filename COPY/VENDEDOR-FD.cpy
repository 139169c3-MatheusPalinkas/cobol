      *--------------------------------------------------------------*
      *    VENDEDORES (vendedores.dat): UMA LINHA POR OPERADOR DE
      *    CAIXA (VD-OPERADOR DAS VENDAS) LIGADO AO PRONTUARIO DO
      *    FUNCIONARIO QUE RECEBE A COMISSAO. MANTIDO POR
      *    TP08-COMISSAO; UM VINCULO ENCERRADO (SITUACAO I) NAO
      *    GERA MAIS COMISSAO.
      *--------------------------------------------------------------*
       FD  VENDEDORES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-VENDEDOR.

       01  REG-VENDEDOR.
           05 VN-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VN-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 VN-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-VN-ATIVO                           VALUE "A".
               88 FLAG-VN-INATIVO                         VALUE "I".
