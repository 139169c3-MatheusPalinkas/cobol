      *--------------------------------------------------------------*
      *    GRUPOS FISCAIS (grupos_fiscais.dat): UMA LINHA POR GRUPO
      *    COM AS ALIQUOTAS DE ICMS, PIS E COFINS SOBRE A RECEITA DA
      *    VENDA E OS CFOP DA SAIDA E DA DEVOLUCAO. O PRODUTO APONTA
      *    PARA O GRUPO EM FD-PROD-GRUPO-FISCAL. MANTIDO POR
      *    TP10-CAD-FISCAL; LIDO PELO LIVRO FISCAL (TP10-LIVRO-FISCAL)
      *    E PELA EXPORTACAO CONTABIL (TP11_09).
      *--------------------------------------------------------------*
       FD  GRUPOS-FISCAIS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-GRUPO-FISCAL.

       01  REG-GRUPO-FISCAL.
           05 GF-GRUPO              PIC X(02)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GF-DESCRICAO          PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GF-ALIQ-ICMS          PIC 9(2)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GF-ALIQ-PIS           PIC 9(2)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GF-ALIQ-COFINS        PIC 9(2)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GF-CFOP-VENDA         PIC X(04)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 GF-CFOP-DEVOLUCAO     PIC X(04)             VALUE SPACES.
