      *--------------------------------------------------------------*
      *    MOVIMENTACOES FUNCIONAIS (movimentacoes_funcionais.dat):
      *    UMA LINHA POR ADMISSAO, PROMOCAO / TROCA DE CARGO,
      *    TRANSFERENCIA DE SETOR OU ALTERACAO SALARIAL, GRAVADA POR
      *    TP08-CAD-FUNC COM A DATA DE EFEITO, OS VALORES ANTERIORES
      *    E NOVOS, O MOTIVO E O OPERADOR QUE APROVOU. O MESTRE GUARDA
      *    SO A SITUACAO ATUAL; O LOTE DA FOLHA E O RATEIO USAM ESTE
      *    ARQUIVO PARA PROPORCIONALIZAR A COMPETENCIA EM QUE A
      *    MUDANCA TEM EFEITO (VER MONTAR-SEGMENTOS-MES.cpy).
      *--------------------------------------------------------------*
       FD  MOVIMENTACOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVIMENTACAO.

       01  REG-MOVIMENTACAO.
           05 MF-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-DATA-EFETIVA       PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-TIPO               PIC X                 VALUE SPACES.
               88 FLAG-MF-ADMISSAO                        VALUE "A".
               88 FLAG-MF-PROMOCAO                        VALUE "P".
               88 FLAG-MF-TRANSFERENCIA                   VALUE "T".
               88 FLAG-MF-SALARIO                         VALUE "S".
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-CARGO-ANTERIOR     PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-CARGO-NOVO         PIC X(20)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-SETOR-ANTERIOR     PIC X(02)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-SETOR-NOVO         PIC X(02)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-HORA-ANTERIOR      PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-HORA-NOVA          PIC 9(3)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-MOTIVO             PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MF-DATA-REGISTRO      PIC 9(8)              VALUE ZEROS.
