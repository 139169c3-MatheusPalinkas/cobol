      *--------------------------------------------------------------*
      *    CADASTRO DE CLIENTES (clientes.dat): CODIGO, NOME, CPF OU
      *    CNPJ, LIMITE DE CREDITO E CONDICAO DE PAGAMENTO (NUMERO DE
      *    PARCELAS E DIAS ENTRE ELAS, A PRIMEIRA VENCENDO O PRAZO
      *    DEPOIS DA VENDA). MANTIDO POR TP10-CLIENTES; TP10-VENDAS
      *    SO VENDE A PRAZO PARA CLIENTE ATIVO E DENTRO DO LIMITE.
      *--------------------------------------------------------------*
       FD  CLIENTES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CLIENTE.

       01  REG-CLIENTE.
           05 CL-CODIGO             PIC X(6)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CL-NOME               PIC X(30)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CL-DOCUMENTO          PIC X(14)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CL-LIMITE             PIC 9(7)V9(2)         VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CL-PARCELAS           PIC 9(2)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CL-PRAZO-DIAS         PIC 9(3)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 CL-SITUACAO           PIC X                 VALUE "A".
               88 FLAG-CLIENTE-ATIVO                      VALUE "A".
               88 FLAG-CLIENTE-INATIVO                    VALUE "I".
