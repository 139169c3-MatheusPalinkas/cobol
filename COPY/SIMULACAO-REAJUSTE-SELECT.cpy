      *--------------------------------------------------------------*
      *    SIMULACAO DE IMPACTO DO REAJUSTE (VER
      *    SIMULACAO-REAJUSTE-FD.cpy): O NOME DO ARQUIVO E MONTADO
      *    NA HORA, COM A DATA, E PASSADO PELO DD_RELAT-SIMULACAO.
      *--------------------------------------------------------------*
           SELECT RELAT-SIMULACAO ASSIGN TO DISK
           FILE STATUS IS WS-STATUS-SIMULACAO.
