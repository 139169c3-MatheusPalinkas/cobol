      *    EM TP10-MOVTO COM O CUSTO DA COMPRA (VERSAO 004 DO
      *    LAYOUT - VER PRODVERSAO.cpy).
           05 FD-PROD-CUSTO-MEDIO   PIC 9(5)V9(2)         VALUE ZEROS.
      *    CLASSE ABC (PARETO DA RECEITA NO SETOR) GRAVADA PELA
      *    ULTIMA RODADA DE TP10-ABC; EM BRANCO, AINDA NAO
      *    CLASSIFICADO (VERSAO 005 DO LAYOUT).
           05 FD-PROD-CLASSE-ABC    PIC X                 VALUE SPACES.
               88 FLAG-CLASSE-ABC-A                       VALUE "A".
               88 FLAG-CLASSE-ABC-B                       VALUE "B".
               88 FLAG-CLASSE-ABC-C                       VALUE "C".
               88 FLAG-SEM-CLASSE-ABC                     VALUE SPACE.
      *    CLASSIFICACAO FISCAL (VERSAO 006 DO LAYOUT): NCM DE 8
      *    DIGITOS, ORIGEM DA MERCADORIA (0 A 8, TABELA A DO ICMS) E
      *    O GRUPO FISCAL DE grupos_fiscais.dat, QUE DEFINE AS
      *    ALIQUOTAS E OS CFOP DA VENDA E DA DEVOLUCAO. EM BRANCO,
      *    PRODUTO AINDA NAO CLASSIFICADO.
           05 FD-PROD-NCM           PIC X(08)             VALUE SPACES.
           05 FD-PROD-ORIGEM        PIC X                 VALUE SPACES.
               88 FLAG-ORIGEM-FISCAL-VALIDA               VALUE "0"
                                                            THRU "8".
           05 FD-PROD-GRUPO-FISCAL  PIC X(02)             VALUE SPACES.
      *    SITUACAO DO CICLO DE VIDA (VERSAO 007 DO LAYOUT), VALIDA A
      *    PARTIR DE FD-PROD-DATA-SITUACAO (AAAAMMDD); ANTES DESSA
      *    DATA O PRODUTO SEGUE ATIVO (VER APURAR-SITUACAO-PRODUTO.cpy).
      *    BLOQUEADO NAO E VENDIDO NEM COMPRADO; DESCONTINUADO SO E
      *    VENDIDO ATE ZERAR O ESTOQUE, NAO E RECOMPRADO E FICA FORA
      *    DOS REAJUSTES E DAS LISTAS DE PRECO. EM BRANCO, ATIVO.
           05 FD-PROD-SITUACAO      PIC X                 VALUE SPACES.
               88 FLAG-PRODUTO-ATIVO                      VALUE "A"
                                                                SPACE.
               88 FLAG-PRODUTO-BLOQUEADO                  VALUE "B".
               88 FLAG-PRODUTO-DESCONTINUADO              VALUE "D".
           05 FD-PROD-DATA-SITUACAO PIC 9(08)             VALUE ZEROS.
           05 FD-PROD-MOTIVO-SITUACAO PIC X(20)           VALUE SPACES.
