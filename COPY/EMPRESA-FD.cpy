      *--------------------------------------------------------------*
      *    REGISTRO DAS EMPRESAS DO GRUPO (empresa.dat): UMA LINHA POR
      *    CNPJ (A PRIMEIRA E A MATRIZ, CODIGO "01"; AS FILIAIS VEM EM
      *    SEGUIDA) COM RAZAO SOCIAL, CNPJ, ENDERECO E OS NUMEROS DE
      *    CONVENIO BANCARIO. A LINHA ANTIGA, SEM CODIGO, VALE COMO
      *    MATRIZ. MANTIDO POR TP11_10; OS EMISSORES DE DOCUMENTOS
      *    (GUIAS, REMESSAS, HOLERITES, INFORMES, BOLETINS) O LEEM
      *    POR LER-EMPRESA.cpy - UM SO LUGAR PARA ATUALIZAR QUANDO
      *    ALGO MUDAR.
           05 EP-CONVENIO-BANCO     PIC X(03)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 EP-CONVENIO-NUMERO    PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 EP-CODIGO             PIC X(02)             VALUE SPACES.
