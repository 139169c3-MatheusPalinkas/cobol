       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP10-DEVOLUCOES.
       AUTHOR.        MATHEUS PALINKAS E JOAO TAVARES.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO MENSAL DE DEVOLUCOES: SOMA AS LINHAS DE
      *    DEVOLUCAO (VD-TIPO "D") DE vendas.dat NO MES POR PRODUTO E
      *    MOTIVO E AS IMPRIME DA MAIOR PARA A MENOR QUANTIDADE
      *    DEVOLVIDA, SEGUIDAS DO TOTAL POR MOTIVO - O QUE MAIS VOLTA
      *    E POR QUE.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VENDA-SELECT.

           COPY PRODUTO-SELECT.

           SELECT SD-DEVOLUCOES ASSIGN TO DISK.

           SELECT RELAT-DEVOLUCOES ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       COPY VENDA-FD.

       COPY PRODUTO-FD.

       SD SD-DEVOLUCOES.
       01 SD-REG-DEVOLUCAO.
           05 SD-DV-CODIGO          PIC X(5).
           05 SD-DV-MOTIVO          PIC X(2).
           05 SD-DV-QUANTIDADE      PIC 9(7).
           05 SD-DV-VALOR           PIC 9(9)V9(2).

       FD RELAT-DEVOLUCOES
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-DEVOLUCOES PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY VENDA-STATUS.
           COPY PRODUTO-STATUS.
           COPY MOTIVO-DEVOLUCAO.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-DESTINO-RELAT          PIC X(60)      VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9          VALUE 1.
       77 WS-FIM-ORDENADO           PIC X          VALUE "N".
           88 FLAG-FIM-ORDENADO                    VALUE "S".
       01 WS-COMPETENCIA.
           05 WS-COMP-MES           PIC 9(2)       VALUE ZEROS.
           05 WS-COMP-ANO           PIC 9(4)       VALUE ZEROS.
       01 WS-MES-INICIO.
           05 WS-INI-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-INI-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-INI-DIA            PIC 9(2)       VALUE 01.
       01 WS-MES-INICIO-NUM REDEFINES WS-MES-INICIO
                                    PIC 9(8).
       01 WS-MES-FIM.
           05 WS-FIM-ANO            PIC 9(4)       VALUE ZEROS.
           05 WS-FIM-MES            PIC 9(2)       VALUE ZEROS.
           05 WS-FIM-DIA            PIC 9(2)       VALUE 31.
       01 WS-MES-FIM-NUM REDEFINES WS-MES-FIM
                                    PIC 9(8).
      *---- DEVOLUCOES POR PRODUTO E MOTIVO --------------------------*
       77 CONST-LIMITE-DEVOLUCOES   PIC 9(3)       VALUE 500.
       77 WS-TOTAL-DEVOLUCOES       PIC 9(3)       VALUE ZEROS.
       77 WS-POS-DEVOLUCAO          PIC 9(3)       VALUE ZEROS.
           88 FLAG-DEVOLUCAO-NA-TABELA VALUE 1 THRU 500.
       77 WS-IDX                    PIC 9(3)       VALUE ZEROS.
       01 TB-DEVOLUCOES.
           02 DEVOLUCAO-ITEM OCCURS 500 TIMES.
               10 TB-DV-CODIGO      PIC X(5)       VALUE SPACES.
               10 TB-DV-MOTIVO      PIC X(2)       VALUE SPACES.
               10 TB-DV-QUANTIDADE  PIC 9(7)       VALUE ZEROS.
               10 TB-DV-VALOR       PIC 9(9)V9(2)  VALUE ZEROS.
      *---- TOTAIS POR MOTIVO (MESMA ORDEM DE MOTIVO-DEVOLUCAO) ------*
       01 TB-TOTAIS-MOTIVO.
           02 TOTAL-MOTIVO-ITEM OCCURS 6 TIMES.
               10 TB-MT-QUANTIDADE  PIC 9(7)       VALUE ZEROS.
               10 TB-MT-VALOR       PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-TOTAL-QUANTIDADE       PIC 9(7)       VALUE ZEROS.
       77 WS-TOTAL-VALOR            PIC 9(9)V9(2)  VALUE ZEROS.
       77 CONTADOR                  PIC 9(5)       VALUE ZEROS.
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 CABEC1.
           05 FILLER PIC X(28) VALUE "DEVOLUCOES DE VENDA - MES: ".
           05 CAB-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 CAB-ANO PIC 9(4).
       01 CABEC2.
           05 FILLER PIC X(07) VALUE "Codigo".
           05 FILLER PIC X(27) VALUE "Descricao".
           05 FILLER PIC X(21) VALUE "Motivo".
           05 FILLER PIC X(09) VALUE "    Qtde".
           05 FILLER PIC X(14) VALUE "         Valor".
       01 DETALHE.
           05 REL-CODIGO PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-DESCRICAO PIC X(25).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-MOTIVO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REL-QUANTIDADE PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-MOTIVO.
           05 FILLER PIC X(08) VALUE "Motivo ".
           05 MOT-CODIGO PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 MOT-DESCRICAO PIC X(20).
           05 FILLER PIC X(23) VALUE SPACES.
           05 MOT-QUANTIDADE PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
      *--------------------------------------------------------------*
       SCREEN SECTION.
       01 SC-PARAMETROS.
           05 BLANK SCREEN.
           10   LINE 03   COLUMN 15     FOREGROUND-COLOR  8 VALUE
           "TP10-DEVOLUCOES - devolucoes do mes".

           10   LINE 07   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Mes de referencia (MM AAAA):".
           10 SC-COMP-MES           LINE + 0  COLUMN 40  PIC 99
           USING WS-COMP-MES.
           10 SC-COMP-ANO           LINE + 0  COLUMN 43  PIC 9999
           USING WS-COMP-ANO.

           10   LINE 09   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           10 SC-OPCAO-DESTINO      LINE + 1  COLUMN 10
           USING WS-OPCAO-DESTINO.

           10   LINE 12   COLUMN 10     FOREGROUND-COLOR  8 VALUE
           "Caminho do arquivo (se destino = 2):".
           10 SC-DESTINO-RELAT      LINE + 0  COLUMN 47
           USING WS-DESTINO-RELAT.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRADA-PARAMETROS.
           PERFORM CARREGAR-DEVOLUCOES.
           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.
      *--------------------------------------------------------------*
       ENTRADA-PARAMETROS.
           DISPLAY SC-PARAMETROS.
           ACCEPT SC-COMP-MES.
           ACCEPT SC-COMP-ANO.
           ACCEPT SC-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               ACCEPT SC-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.

           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "MES INVALIDO" AT 2010
               STOP RUN
           END-IF.

           MOVE WS-COMP-ANO TO WS-INI-ANO WS-FIM-ANO.
           MOVE WS-COMP-MES TO WS-INI-MES WS-FIM-MES.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-VENDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PRODUTOS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
       CARREGAR-DEVOLUCOES.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM SOMAR-LINHA-DEVOLUCAO WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
      *    NA LINHA DE DEVOLUCAO QUANTIDADE E TOTAL VEM NEGATIVOS; O
      *    RELATORIO SOMA O QUE VOLTOU, EM VALOR ABSOLUTO.
      *--------------------------------------------------------------*
       SOMAR-LINHA-DEVOLUCAO.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
               IF FLAG-VD-DEVOLUCAO
               AND VD-DATA >= WS-MES-INICIO-NUM
               AND VD-DATA <= WS-MES-FIM-NUM
                   PERFORM LOCALIZAR-DEVOLUCAO

                   IF NOT FLAG-DEVOLUCAO-NA-TABELA
                   AND WS-TOTAL-DEVOLUCOES < CONST-LIMITE-DEVOLUCOES
                       ADD 1 TO WS-TOTAL-DEVOLUCOES
                       MOVE WS-TOTAL-DEVOLUCOES TO WS-POS-DEVOLUCAO
                       MOVE VD-CODIGO TO TB-DV-CODIGO(WS-POS-DEVOLUCAO)
                       MOVE VD-MOTIVO TO TB-DV-MOTIVO(WS-POS-DEVOLUCAO)
                   END-IF

                   IF FLAG-DEVOLUCAO-NA-TABELA
                       SUBTRACT VD-QUANTIDADE
                           FROM TB-DV-QUANTIDADE(WS-POS-DEVOLUCAO)
                       SUBTRACT VD-VALOR-TOTAL
                           FROM TB-DV-VALOR(WS-POS-DEVOLUCAO)
                   END-IF

                   PERFORM SOMAR-TOTAL-MOTIVO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-DEVOLUCAO.

           MOVE ZEROS TO WS-POS-DEVOLUCAO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-DEVOLUCOES

               IF TB-DV-CODIGO(WS-IDX) = VD-CODIGO
               AND TB-DV-MOTIVO(WS-IDX) = VD-MOTIVO
                   MOVE WS-IDX TO WS-POS-DEVOLUCAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       SOMAR-TOTAL-MOTIVO.

           MOVE ZEROS TO WS-POS-MOTIVO.

           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO > CONST-QTD-MOTIVOS

               IF WS-MOT-CODIGO(WS-IDX-MOTIVO) = VD-MOTIVO
                   MOVE WS-IDX-MOTIVO TO WS-POS-MOTIVO
               END-IF
           END-PERFORM.

           IF FLAG-MOTIVO-VALIDO
               SUBTRACT VD-QUANTIDADE
                   FROM TB-MT-QUANTIDADE(WS-POS-MOTIVO)
               SUBTRACT VD-VALOR-TOTAL
                   FROM TB-MT-VALOR(WS-POS-MOTIVO)
           END-IF.

           SUBTRACT VD-QUANTIDADE  FROM WS-TOTAL-QUANTIDADE.
           SUBTRACT VD-VALOR-TOTAL FROM WS-TOTAL-VALOR.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.

           PERFORM OBTER-CAMINHO-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               STOP RUN
           END-IF.

           DISPLAY "DD_RELAT-DEVOLUCOES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT      UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-DEVOLUCOES.

           MOVE WS-COMP-MES TO CAB-MES.
           MOVE WS-COMP-ANO TO CAB-ANO.
           WRITE REC-RELAT-DEVOLUCOES FROM CABEC1
           BEFORE ADVANCING 1 LINE.
           WRITE REC-RELAT-DEVOLUCOES FROM CABEC2
           BEFORE ADVANCING 2 LINES.

           SORT SD-DEVOLUCOES
               ON DESCENDING KEY SD-DV-QUANTIDADE
               INPUT PROCEDURE IS LIBERAR-DEVOLUCOES
               OUTPUT PROCEDURE IS IMPRIMIR-DEVOLUCOES-ORDENADAS.

           CLOSE PRODUTOS.

           WRITE REC-RELAT-DEVOLUCOES FROM SPACES
           BEFORE ADVANCING 1 LINE.

           PERFORM IMPRIMIR-TOTAL-MOTIVO
           VARYING WS-IDX-MOTIVO FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO > CONST-QTD-MOTIVOS.

           MOVE SPACES              TO MOT-CODIGO.
           MOVE "TOTAL DO MES"      TO MOT-DESCRICAO.
           MOVE WS-TOTAL-QUANTIDADE TO MOT-QUANTIDADE.
           MOVE WS-TOTAL-VALOR      TO MOT-VALOR.
           WRITE REC-RELAT-DEVOLUCOES FROM LINHA-MOTIVO
           BEFORE ADVANCING 1 LINE.

           CLOSE RELAT-DEVOLUCOES.

           STRING "MES=" DELIMITED BY SIZE
                  WS-COMP-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMP-ANO DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  CONTADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE DEVOLUCOES GERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT TO WS-SPL-ARQUIVO.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       LIBERAR-DEVOLUCOES.

           PERFORM LIBERAR-LINHA-DEVOLUCAO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-TOTAL-DEVOLUCOES.
      *--------------------------------------------------------------*
       LIBERAR-LINHA-DEVOLUCAO.

           MOVE TB-DV-CODIGO(WS-IDX)     TO SD-DV-CODIGO.
           MOVE TB-DV-MOTIVO(WS-IDX)     TO SD-DV-MOTIVO.
           MOVE TB-DV-QUANTIDADE(WS-IDX) TO SD-DV-QUANTIDADE.
           MOVE TB-DV-VALOR(WS-IDX)      TO SD-DV-VALOR.

           RELEASE SD-REG-DEVOLUCAO.
      *--------------------------------------------------------------*
       IMPRIMIR-DEVOLUCOES-ORDENADAS.

           MOVE "N" TO WS-FIM-ORDENADO.

           PERFORM IMPRIMIR-LINHA-DEVOLUCAO WITH TEST BEFORE
           UNTIL FLAG-FIM-ORDENADO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-DEVOLUCAO.

           RETURN SD-DEVOLUCOES
               AT END
                   MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.

           IF NOT FLAG-FIM-ORDENADO
               MOVE SD-DV-CODIGO TO REL-CODIGO FD-PROD-CODIGO

               READ PRODUTOS
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO REL-DESCRICAO
                   NOT INVALID KEY
                       MOVE FD-PROD-DESCRICAO TO REL-DESCRICAO
               END-READ

               MOVE "MOTIVO NAO TABELADO" TO REL-MOTIVO

               PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > CONST-QTD-MOTIVOS

                   IF WS-MOT-CODIGO(WS-IDX-MOTIVO) = SD-DV-MOTIVO
                       MOVE WS-MOT-DESCRICAO(WS-IDX-MOTIVO)
                           TO REL-MOTIVO
                   END-IF
               END-PERFORM

               MOVE SD-DV-QUANTIDADE TO REL-QUANTIDADE
               MOVE SD-DV-VALOR      TO REL-VALOR

               WRITE REC-RELAT-DEVOLUCOES FROM DETALHE
               BEFORE ADVANCING 1 LINE

               ADD 1 TO CONTADOR
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL-MOTIVO.

           MOVE WS-MOT-CODIGO(WS-IDX-MOTIVO)    TO MOT-CODIGO.
           MOVE WS-MOT-DESCRICAO(WS-IDX-MOTIVO) TO MOT-DESCRICAO.
           MOVE TB-MT-QUANTIDADE(WS-IDX-MOTIVO) TO MOT-QUANTIDADE.
           MOVE TB-MT-VALOR(WS-IDX-MOTIVO)      TO MOT-VALOR.

           WRITE REC-RELAT-DEVOLUCOES FROM LINHA-MOTIVO
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP10-DEVOL"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP10-DEVOL"==
                                      ==:CLASSE:== BY =="G"==.
      *--------------------------------------------------------------*
