      *--------------------------------------------------------------*
      *    OPCOES SINDICAIS DOS FUNCIONARIOS (VER
      *    SINDICATO-OPCAO-FD.cpy E SINDICATO-OPCAO-STATUS.cpy).
      *--------------------------------------------------------------*
           SELECT SINDICATO-OPCOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SINDICATO-OPCOES.
