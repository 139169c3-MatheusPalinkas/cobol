           FILE STATUS IS WS-STATUS-YIELD.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 RY-LINHA              PIC X(80)             VALUE SPACES.

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-ARQ-YIELD              PIC X(60)             VALUE SPACES.
       77 WS-STATUS-YIELD           PIC X(02)             VALUE SPACES.
           COPY AUDITORIA-STATUS.
           COPY SPOOL-STATUS.
      *---- SCREENS ------------------------------------------------*
       SCREEN SECTION.
       01 SC-LIMPA-TELA.
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE YIELD GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-ARQ-YIELD      TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
      *    O CUSTO DA POSICAO VEM DA CARTEIRA (QUANTIDADE x CUSTO
      *    MEDIO); PAPEL JA VENDIDO SAI COM CUSTO E YIELD ZERADOS.
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP06_10"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP06_10"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
       ENCERRAR-PROGRAMA.
           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.
