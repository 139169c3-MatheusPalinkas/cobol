      *--------------------------------------------------------------*
      *    CADASTRO DE CLIENTES COMPARTILHADO PELA VENDA A PRAZO E
      *    PELO CONTAS A RECEBER (VER CLIENTE-FD.cpy E
      *    CLIENTE-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLIENTES.
