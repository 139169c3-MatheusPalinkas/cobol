               88 FLAG-ENT-TIPO-VALIDO         VALUE "GPS" "FGTS".
           05 WS-ENT-DATA-PGTO      PIC 9(8)              VALUE ZEROS.
           05 WS-ENT-AUTENTICACAO   PIC X(20)             VALUE SPACES.
           05 WS-ENT-EMPRESA        PIC X(02)             VALUE SPACES.
      *---- TABELA DO CONTROLE ---------------------------------------*
       77 CONST-LIMITE-GUIAS        PIC 9(3)              VALUE 200.
       77 WS-TOTAL-GUIAS            PIC 9(3)              VALUE ZEROS.
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY GUIA-CTRL-STATUS.
           COPY EMPRESA-STATUS.

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           10 SC-ENT-AUTENTICACAO   LINE + 0  COLUMN  62
           USING WS-ENT-AUTENTICACAO.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Empresa (branco = matriz): ".
           10 SC-ENT-EMPRESA        LINE + 0  COLUMN  62
           USING WS-ENT-EMPRESA.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*

           MOVE ZEROS  TO WS-ENT-COMP-MES WS-ENT-COMP-ANO
                          WS-ENT-DATA-PGTO.
           MOVE SPACES TO WS-ENT-TIPO WS-ENT-AUTENTICACAO
                          WS-ENT-EMPRESA.

           DISPLAY SC-PAGAMENTO.
           ACCEPT SC-ENT-COMP-MES.
           ACCEPT SC-ENT-TIPO.
           ACCEPT SC-ENT-DATA-PGTO.
           ACCEPT SC-ENT-AUTENTICACAO.
           ACCEPT SC-ENT-EMPRESA.

           IF WS-ENT-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO WS-ENT-EMPRESA
           END-IF.

           IF NOT FLAG-ENT-MES-VALIDO
           OR WS-ENT-COMP-ANO = ZEROS
                              WS-ENT-COMP-ANO DELIMITED BY SIZE
                              " TIPO=" DELIMITED BY SIZE
                              WS-ENT-TIPO DELIMITED BY SIZE
                              " EMPRESA=" DELIMITED BY SIZE
                              WS-ENT-EMPRESA DELIMITED BY SIZE
                              INTO WS-AUD-PARAMETROS
                       MOVE "GUIA PAGA" TO WS-AUD-RESULTADO
                       PERFORM GRAVAR-AUDITORIA

           MOVE TB-GC-REGISTRO(WS-IDX) TO REG-GUIA-CTRL.

           IF GC-EMPRESA = SPACES
               MOVE CONST-EMPRESA-MATRIZ TO GC-EMPRESA
           END-IF.

           IF GC-COMP-MES = WS-ENT-COMP-MES
           AND GC-EMPRESA = WS-ENT-EMPRESA
           AND GC-COMP-ANO = WS-ENT-COMP-ANO
           AND GC-TIPO = WS-ENT-TIPO
           AND FLAG-GUIA-ABERTA
                   AT LINE WS-COUNT-LINE COLUMN 47
               DISPLAY GC-VALOR
                   AT LINE WS-COUNT-LINE COLUMN 53
               DISPLAY GC-EMPRESA
                   AT LINE WS-COUNT-LINE COLUMN 65
               ADD 1 TO WS-COUNT-LINE
           END-IF.
      *--------------------------------------------------------------*
