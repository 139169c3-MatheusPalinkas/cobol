           05 FH-OUTROS-DESCONTOS   PIC 9(5)V9(2)  VALUE ZEROS.
      *    TIPO DA FOLHA: BRANCO/N NORMAL, S SUPLEMENTAR (COM O
      *    NUMERO DE SEQUENCIA DA SUPLEMENTAR NA COMPETENCIA), D
      *    PARCELA DE 13o, P PAGAMENTO DE PLR (TRIBUTACAO EXCLUSIVA,
      *    SEM INSS NEM FGTS). REGISTROS ANTIGOS, EM BRANCO, VALEM
      *    COMO FOLHA NORMAL.
           05 FH-TIPO-FOLHA         PIC X          VALUE SPACES.
               88 FLAG-FH-NORMAL                   VALUE " " "N".
               88 FLAG-FH-SUPLEMENTAR              VALUE "S".
               88 FLAG-FH-DECIMO                   VALUE "D".
               88 FLAG-FH-PLR                      VALUE "P".
           05 FH-SEQ-FOLHA          PIC 9(2)       VALUE ZEROS.
      *    DESCONTO DO VALE-TRANSPORTE (PARTE DO FUNCIONARIO, JA
      *    LIMITADA A 6% DO SALARIO BASE).
           05 FH-VALE-TRANSPORTE    PIC 9(5)V9(2)  VALUE ZEROS.
      *    SALARIO-FAMILIA PAGO NA COMPETENCIA (SEM INCIDENCIA,
      *    DEDUZIDO DA GPS PELA EMPRESA).
           05 FH-SALARIO-FAMILIA    PIC 9(5)V9(2)  VALUE ZEROS.
      *    DESCONTO DO PLANO DE SAUDE (PARTE DO FUNCIONARIO NAS
      *    MENSALIDADES MAIS A COPARTICIPACAO DA COMPETENCIA).
           05 FH-PLANO-SAUDE        PIC 9(5)V9(2)  VALUE ZEROS.
      *    DESCONTO SINDICAL (MENSALIDADE DO ASSOCIADO MAIS A
      *    CONTRIBUICAO ANUAL NO MES DA CONVENCAO) E O SINDICATO DO
      *    CARGO QUE RECEBE O REPASSE.
           05 FH-SINDICATO          PIC X(4)       VALUE SPACES.
           05 FH-DESC-SINDICAL      PIC 9(5)V9(2)  VALUE ZEROS.
      *    EMPRESA DO GRUPO QUE PAGOU O REGISTRO (FM-EMPRESA NA DATA
      *    DO CALCULO); EM BRANCO VALE A MATRIZ.
           05 FH-EMPRESA            PIC X(02)      VALUE SPACES.
