      *--------------------------------------------------------------*
      *    HISTORICO DO CUSTO DE PESSOAL POR SETOR (VER
      *    CUSTO-SETOR-FD.cpy E CUSTO-SETOR-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT CUSTOS-SETOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CUSTOS-SETOR.
