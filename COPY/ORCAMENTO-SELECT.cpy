      *--------------------------------------------------------------*
      *    ORCAMENTO DE PESSOAL POR SETOR (VER ORCAMENTO-FD.cpy E
      *    ORCAMENTO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT ORCAMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORCAMENTOS.
