      *--------------------------------------------------------------*
      *    RECIBOS DE PAGAMENTO A AUTONOMO (rpas.dat): UMA LINHA POR
      *    RPA EMITIDO POR TP08-RPA, COM NOME E CPF DO PRESTADOR NA
      *    DATA DA EMISSAO, AS RETENCOES (INSS DO CONTRIBUINTE
      *    INDIVIDUAL ATE O TETO, IRRF E ISS) E A COTA PATRONAL DE
      *    INSS SOBRE O SERVICO. TP08-GUIAS SOMA O INSS DA
      *    COMPETENCIA NA GPS E TP08-DIRF DECLARA OS RENDIMENTOS E O
      *    IRRF RETIDO NO ANO.
      *--------------------------------------------------------------*
       FD  RPAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-RPA.

       01  REG-RPA.
           05 RP-NUMERO             PIC 9(6)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-CODIGO             PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-NOME               PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-CPF                PIC X(11)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-COMP-MES           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE "/".
           05 RP-COMP-ANO           PIC 9(4)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-DATA-EMISSAO       PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-DESCRICAO          PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-VALOR-BRUTO        PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-BASE-INSS          PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-INSS               PIC 9(5)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-IRRF               PIC 9(6)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-ISS                PIC 9(6)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-LIQUIDO            PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-INSS-PATRONAL      PIC 9(6)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-OPERADOR           PIC X(10)             VALUE SPACES.
      *    EMPRESA DO GRUPO TOMADORA DO SERVICO.
           05 FILLER                PIC X                 VALUE SPACES.
           05 RP-EMPRESA            PIC X(02)             VALUE SPACES.
