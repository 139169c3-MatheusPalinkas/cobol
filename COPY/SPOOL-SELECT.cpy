      *--------------------------------------------------------------*
      *    INDICE CENTRAL DE RELATORIOS (VER SPOOL-FD.cpy) E O
      *    PROPRIO RELATORIO INDEXADO, LIDO PARA CONTAR AS LINHAS NO
      *    REGISTRO E PARA VISUALIZAR/REIMPRIMIR NO GERENCIADOR.
      *--------------------------------------------------------------*
           SELECT SPOOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SPOOL.

           SELECT SPOOL-ORIGEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SPOOL-ORIGEM.
