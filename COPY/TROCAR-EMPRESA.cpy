      *--------------------------------------------------------------*
      *    POSICIONA OS CAMPOS WS-EMP-* NA EMPRESA :CODIGO: (EM BRANCO
      *    VALE A MATRIZ), SO RELENDO empresa.dat QUANDO A EMPRESA
      *    MUDA EM RELACAO A ULTIMA LIDA. EMPRESA NAO CADASTRADA CAI NA
      *    MATRIZ, PARA O DOCUMENTO NAO SAIR SEM CABECALHO. USADO PELOS
      *    EMISSORES QUE PERCORREM FUNCIONARIOS DE VARIAS EMPRESAS; O
      *    CHAMADOR DEVE TER DECLARADO O PARAGRAFO LER-EMPRESA (VER
      *    LER-EMPRESA.cpy).
      *
      *        COPY TROCAR-EMPRESA REPLACING ==:CODIGO:==
      *                                   BY ==FM-EMPRESA==.
      *--------------------------------------------------------------*
           IF :CODIGO: = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO :CODIGO:
           END-IF.

           IF :CODIGO: NOT = WS-EMP-CODIGO
               MOVE :CODIGO: TO WS-EMP-CODIGO
               PERFORM LER-EMPRESA

               IF NOT FLAG-EMPRESA-LOCALIZADA
                   MOVE SPACES TO WS-EMP-CODIGO
                   PERFORM LER-EMPRESA
               END-IF
           END-IF.
