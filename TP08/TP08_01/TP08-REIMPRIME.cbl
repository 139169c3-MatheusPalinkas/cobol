
           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.

           COPY EMPRESA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.

       COPY EMPRESA-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       COPY EMPRESA-STATUS.
       77 WS-DESTINO-HOLERITE       PIC X(60)      VALUE SPACES.
       77 WS-PRONT-BUSCA            PIC X(8)       VALUE SPACES.
      *--------------------------------------------------------------*
       REGERAR-HOLERITE.

      *    O RODAPE SAI COM A EMPRESA GRAVADA NO REGISTRO DA FOLHA.
           PERFORM TROCAR-EMPRESA-FOLHA.

           MOVE SPACES TO WS-DESTINO-HOLERITE.

           STRING WS-DIR-DADOS    DELIMITED BY SPACE
               MOVE ZEROS               TO HOL-OUTROS-DESCONTOS
           END-IF.

           IF FH-VALE-TRANSPORTE NUMERIC
               MOVE FH-VALE-TRANSPORTE  TO HOL-VALE-TRANSPORTE
           ELSE
               MOVE ZEROS               TO HOL-VALE-TRANSPORTE
           END-IF.

           IF FH-SALARIO-FAMILIA NUMERIC
               MOVE FH-SALARIO-FAMILIA  TO HOL-SALARIO-FAMILIA
           ELSE
               MOVE ZEROS               TO HOL-SALARIO-FAMILIA
           END-IF.

           IF FH-PLANO-SAUDE NUMERIC
               MOVE FH-PLANO-SAUDE      TO HOL-PLANO-SAUDE
           ELSE
               MOVE ZEROS               TO HOL-PLANO-SAUDE
           END-IF.

           IF FH-DESC-SINDICAL NUMERIC
               MOVE FH-DESC-SINDICAL    TO HOL-SINDICAL
           ELSE
               MOVE ZEROS               TO HOL-SINDICAL
           END-IF.

           WRITE REC-HOLERITE FROM HOL-CABECALHO
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-1
           WRITE REC-HOLERITE FROM HOL-LINHA-7
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-8
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-10
           BEFORE ADVANCING 1 LINE.
           WRITE REC-HOLERITE FROM HOL-LINHA-11
           BEFORE ADVANCING 2 LINES.
           WRITE REC-HOLERITE FROM HOL-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE HOLERITE.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "PRONT=" DELIMITED BY SIZE
                  FH-PRONTUARIO DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-HOLERITE TO WS-SPL-ARQUIVO.
           MOVE 20 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-REIMP"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-REIMP"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

       LER-EMPRESA.
           COPY LER-EMPRESA.
      *--------------------------------------------------------------*
       TROCAR-EMPRESA-FOLHA.
           COPY TROCAR-EMPRESA REPLACING ==:CODIGO:== BY ==FH-EMPRESA==.
           MOVE WS-EMP-RAZAO TO HOL-ROD-EMPRESA.
      *--------------------------------------------------------------*
