
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

       COPY OPERADOR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
           COPY EMPRESA-STATUS.
       77 WS-DESTINO-HOLERITE       PIC X(60)      VALUE SPACES.
       77 WS-ANO-DECIMO             PIC 9(4)       VALUE ZEROS.
                   PERFORM CALCULAR-PARCELA-FUNC

                   IF WS-AVOS > ZEROS
                       PERFORM TROCAR-EMPRESA-FUNC
                       PERFORM GRAVAR-PARCELA-FOLHA
                       PERFORM IMPRIMIR-HOLERITE-DECIMO
                       ADD 1 TO WS-QTD-PROCESSADOS
           MOVE ZEROS                TO FH-EMPRESTIMO.
           MOVE ZEROS                TO FH-OUTRAS-VERBAS.
           MOVE ZEROS                TO FH-OUTROS-DESCONTOS.
           MOVE SPACES               TO FH-SINDICATO.
           MOVE ZEROS                TO FH-DESC-SINDICAL.
           MOVE "D"                  TO FH-TIPO-FOLHA.
           MOVE WS-PARCELA           TO FH-SEQ-FOLHA.
           MOVE FM-EMPRESA           TO FH-EMPRESA.

           WRITE REG-FOLHA.
      *--------------------------------------------------------------*
           BEFORE ADVANCING PAGE.

           CLOSE HOLERITE.

           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "PRONT=" DELIMITED BY SIZE
                  FM-PRONTUARIO DELIMITED BY SPACE
                  INTO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-HOLERITE TO WS-SPL-ARQUIVO.
           MOVE 20 TO WS-SPL-LINHAS-PAGINA.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       FECHAR-ARQUIVOS.
           CLOSE FOLHA.
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP08-DECIM"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP08-DECIM"==
                                      ==:CLASSE:== BY =="F"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EMPRESA.

       LER-EMPRESA.
           COPY LER-EMPRESA.
      *--------------------------------------------------------------*
      *    O RODAPE DO HOLERITE SAI COM A EMPRESA DO FUNCIONARIO.
      *--------------------------------------------------------------*
       TROCAR-EMPRESA-FUNC.
           COPY TROCAR-EMPRESA REPLACING ==:CODIGO:== BY ==FM-EMPRESA==.
           MOVE WS-EMP-RAZAO TO HOL-ROD-EMPRESA.
      *--------------------------------------------------------------*
