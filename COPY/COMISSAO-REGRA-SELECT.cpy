      *--------------------------------------------------------------*
      *    REGRAS DE COMISSAO POR SETOR COMPARTILHADAS PELOS PROGRAMAS
      *    DA FOLHA (VER COMISSAO-REGRA-FD.cpy E
      *    COMISSAO-REGRA-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT COMISSAO-REGRAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-COMISSAO-REGRAS.
