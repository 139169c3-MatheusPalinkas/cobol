      *--------------------------------------------------------------*
      *    CADASTRO DE SINDICATOS (sindicatos.dat): UMA LINHA POR
      *    SINDICATO COM CNPJ, DADOS BANCARIOS PARA O REPASSE E AS
      *    REGRAS DE DESCONTO - A CONTRIBUICAO ANUAL, NO MES FIXADO
      *    PELA CONVENCAO (D UM DIA DE SALARIO / P PERCENTUAL SOBRE
      *    O BRUTO / F VALOR FIXO), E A MENSALIDADE DO ASSOCIADO
      *    (P PERCENTUAL / F FIXO). MANTIDO POR TP08-SINDICATO.
      *--------------------------------------------------------------*
       FD  SINDICATOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SINDICATO.

       01  REG-SINDICATO.
           05 SN-CODIGO             PIC X(4)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-NOME               PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-CNPJ               PIC X(14)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-BANCO              PIC X(3)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-AGENCIA            PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-CONTA              PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-MES-CONTRIB        PIC 9(2)              VALUE ZEROS.
               88 FLAG-SN-MES-VALIDO               VALUE 0 THRU 12.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-TIPO-CONTRIB       PIC X                 VALUE SPACES.
               88 FLAG-CONTRIB-UM-DIA              VALUE "D".
               88 FLAG-CONTRIB-PERCENTUAL          VALUE "P".
               88 FLAG-CONTRIB-FIXA                VALUE "F".
               88 FLAG-CONTRIB-TIPO-VALIDO         VALUE "D" "P" "F".
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-VALOR-CONTRIB      PIC 9(4)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-TIPO-MENSAL        PIC X                 VALUE SPACES.
               88 FLAG-MENSAL-PERCENTUAL           VALUE "P".
               88 FLAG-MENSAL-FIXA                 VALUE "F".
               88 FLAG-MENSAL-TIPO-VALIDO          VALUE "P" "F".
           05 FILLER                PIC X                 VALUE SPACES.
           05 SN-VALOR-MENSAL       PIC 9(4)V9(2)         VALUE ZEROS.
