      *--------------------------------------------------------------*
      *    VINCULO OPERADOR DE CAIXA X PRONTUARIO COMPARTILHADO PELOS
      *    PROGRAMAS DA FOLHA (VER VENDEDOR-FD.cpy E
      *    VENDEDOR-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT VENDEDORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDEDORES.
