      *--------------------------------------------------------------*
      *    MANUTENCAO DA TABELA DE FAIXAS (faixas.txt): LISTA POR
      *    TIPO, INCLUI E EXCLUI FAIXAS EM TABELA NA MEMORIA
      *    E, AO SALVAR, VALIDA QUE AS FAIXAS DE INSS, IRRF E IPLR
      *    (IRRF EXCLUSIVO DA PLR, ANUAL) SAO
      *    CONTIGUAS (INICIO < FIM, SEM BURACOS NEM SOBREPOSICAO) -
      *    UMA TABELA INCONSISTENTE NAO E GRAVADA, POIS BUSCAR-FAIXA
      *    DEVOLVE PERCENTUAL ZERO PARA SALARIOS QUE CAEM EM BURACO.
           "TP08 - Manutencao da tabela de faixas".

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Tipo (INSS/IRRF/PATR/IPLR/AUTO/PAUT): ".
           10 SC-ENT-TIPO           LINE + 0  COLUMN  67
           USING WS-ENT-TIPO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           MOVE "IRRF" TO WS-TIPO-FILTRO.
           PERFORM VALIDAR-CONTIGUIDADE-TIPO.

           MOVE "IPLR" TO WS-TIPO-FILTRO.
           PERFORM VALIDAR-CONTIGUIDADE-TIPO.

           IF FLAG-TABELA-VALIDA
               PERFORM SALVAR-TABELA-FAIXAS

