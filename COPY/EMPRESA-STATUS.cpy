      *    CAMPOS DE APOIO DO REGISTRO DA EMPRESA (VER EMPRESA-FD.cpy
      *    E LER-EMPRESA.cpy). OS CAMPOS WS-EMP-* GUARDAM OS VALORES
      *    RESOLVIDOS, COM A RAZAO SOCIAL HISTORICA COMO PADRAO
      *    QUANDO O REGISTRO AINDA NAO FOI CADASTRADO. WS-EMP-CODIGO
      *    E A EMPRESA PEDIDA A LER-EMPRESA (BRANCO = A PRIMEIRA LINHA,
      *    A MATRIZ) E VOLTA COM O CODIGO DA EMPRESA LIDA.
      *--------------------------------------------------------------*
       77 WS-ARQ-EMPRESA            PIC X(60)             VALUE SPACES.
       77 WS-STATUS-EMPRESA         PIC X(02)             VALUE SPACES.
       77 WS-EMP-ENDERECO           PIC X(40)             VALUE SPACES.
       77 WS-EMP-CONVENIO-BANCO     PIC X(03)             VALUE SPACES.
       77 WS-EMP-CONVENIO-NUMERO    PIC X(10)             VALUE SPACES.
       77 WS-EMP-CODIGO             PIC X(02)             VALUE SPACES.
       77 WS-EMP-LOCALIZADA         PIC 9                 VALUE ZEROS.
           88 FLAG-EMPRESA-LOCALIZADA        VALUE 1.
       77 CONST-EMPRESA-MATRIZ      PIC X(02)             VALUE "01".
