       INSTALLATION.  HOME.
       DATE-WRITTEN.  12/09/2023.
       DATE-COMPILED. 12/09/2023.
      *--------------------------------------------------------------*
      *    ADMINISTRACAO DA NUMERACAO DE DOCUMENTOS ENTREGUE PELO
      *    SERVICO TP05-NUMERADOR: CONSULTA DOS CONTADORES, CADASTRO
      *    E AJUSTE DE UM TIPO DE DOCUMENTO E DA SUA FAIXA, RESERVA DE
      *    UMA FAIXA DE NUMEROS (LISTADA E, SE PEDIDO, GRAVADA EM
      *    SEQUENCIA.DAT), REGISTRO DO USO DE NUMEROS RESERVADOS,
      *    RELATORIO DE LACUNAS (NUMEROS ENTREGUES QUE NUNCA VIRARAM
      *    DOCUMENTO) E LIBERACAO DA TRAVA DE UMA SESSAO QUE CAIU.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQSEQ ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           COPY NUMERACAO-SELECT.

           COPY NUMERACAO-LOG-SELECT.

           SELECT RELAT-LACUNAS ASSIGN TO WS-DESTINO-RELAT.

           COPY AUDITORIA-SELECT.

           COPY SPOOL-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD ARQSEQ
           LABEL RECORD STANDARD
           DATA RECORD IS REG-SEQ.
       01 REG-SEQ.
           05 REG-SEQ-NUMERO PIC 9(10).

       COPY NUMERACAO-FD.

       COPY NUMERACAO-LOG-FD.

       FD RELAT-LACUNAS
           LABEL RECORD OMITTED
           LINAGE 60
           FOOTING 58
           TOP 2
           BOTTOM 2.
       01 REC-RELAT-LACUNAS PIC X(80).

       COPY AUDITORIA-FD.

       COPY SPOOL-FD.
       WORKING-STORAGE SECTION.
           COPY DIR-DADOS.
           COPY NUMERACAO-STATUS.
           COPY NUMERACAO-LOG-STATUS.
           COPY NUMERADOR-PARAM.
       COPY AUDITORIA-STATUS.
       COPY SPOOL-STATUS.
       77 WS-ARQ-SEQUENCIA          PIC X(60)             VALUE SPACES.
       77 WS-NUM-INICIAL            PIC 9(10)             VALUE ZEROS.
       77 WS-NUM-FINAL              PIC 9(10)             VALUE ZEROS.
       77 WS-INCREMENTO             PIC 9(3)              VALUE 1.
       77 WS-FILESTATUS             PIC XX                VALUE ZEROS.
       77 WS-GRAVAR                 PIC X                 VALUE "N".
           88 FLAG-GRAVAR           VALUE "S" "s".
       77 WS-CONFIRMA               PIC X                 VALUE "N".
           88 FLAG-CONFIRMA         VALUE "S" "s".
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       77 WS-QTD-LISTADOS           PIC 9(3)              VALUE ZEROS.
      *---- ENTRADA DO CADASTRO DE TIPO ------------------------------*
       01 WS-ENT-TIPO.
           05 WS-ENT-CODIGO         PIC X(08)             VALUE SPACES.
           05 WS-ENT-DESCRICAO      PIC X(30)             VALUE SPACES.
           05 WS-ENT-FAIXA-INICIO   PIC 9(10)             VALUE ZEROS.
           05 WS-ENT-FAIXA-FIM      PIC 9(10)             VALUE ZEROS.
           05 WS-ENT-ULTIMO         PIC 9(10)             VALUE ZEROS.
           05 WS-ENT-QUANTIDADE     PIC 9(06)             VALUE ZEROS.
      *---- RELATORIO DE LACUNAS -------------------------------------*
      *    O RELATORIO COBRE UMA JANELA DE ATE CONST-JANELA NUMEROS
      *    DO TIPO; SEM JANELA INFORMADA, OS ULTIMOS ENTREGUES.
       77 CONST-JANELA              PIC 9(4)              VALUE 9999.
       77 WS-DESTINO-RELAT          PIC X(60)             VALUE "LPT1".
       77 WS-OPCAO-DESTINO          PIC 9                 VALUE 1.
       77 WS-LAC-DE                 PIC 9(10)             VALUE ZEROS.
       77 WS-LAC-ATE                PIC 9(10)             VALUE ZEROS.
       77 WS-LAC-ULTIMO-TIPO        PIC 9(10)             VALUE ZEROS.
       77 WS-LAC-TIPO-EXISTE        PIC X                 VALUE "N".
           88 FLAG-LAC-TIPO-EXISTE                        VALUE "S".
       77 WS-LAC-MENOR              PIC 9(10)             VALUE ZEROS.
       77 WS-LAC-MAIOR              PIC 9(10)             VALUE ZEROS.
       77 WS-LAC-NUMERO             PIC 9(10)             VALUE ZEROS.
       77 WS-IDX-LAC                PIC 9(5)              VALUE ZEROS.
       77 WS-TAM-JANELA             PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-ENTREGUES          PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-LACUNAS            PIC 9(5)              VALUE ZEROS.
       77 WS-QTD-LINHAS             PIC 9(5)              VALUE ZEROS.
       77 WS-INICIO-TRECHO          PIC 9(5)              VALUE ZEROS.
       01 TB-LACUNAS.
           05 LACUNA-ITEM OCCURS 9999 TIMES.
               10 TB-LC-ENTREGUE    PIC X.
                   88 FLAG-LC-ENTREGUE                    VALUE "S".
               10 TB-LC-USADO       PIC X.
                   88 FLAG-LC-USADO                       VALUE "S".
               10 TB-LC-OPERACAO    PIC X.
               10 TB-LC-DATA        PIC 9(8).
               10 TB-LC-PROGRAMA    PIC X(12).
      *---- LINHAS DO RELATORIO --------------------------------------*
       01 LN-TITULO.
           05 FILLER PIC X(32) VALUE "LACUNAS NA NUMERACAO - TIPO ".
           05 LN-TIT-TIPO PIC X(08).
           05 FILLER PIC X(10) VALUE " NUMEROS ".
           05 LN-TIT-DE PIC Z(9)9.
           05 FILLER PIC X(03) VALUE " A ".
           05 LN-TIT-ATE PIC Z(9)9.
       01 LN-CABECALHO.
           05 FILLER PIC X(12) VALUE "     INICIAL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "       FINAL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "  QTDE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ENTREGUE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "TIPO".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "PROGRAMA".
       01 LN-LACUNA.
           05 LN-LC-INICIO PIC Z(11)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-LC-FIM PIC Z(11)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-LC-QTDE PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-LC-DATA.
               10 LN-LC-DIA PIC 9(2).
               10 FILLER PIC X VALUE "/".
               10 LN-LC-MES PIC 9(2).
               10 FILLER PIC X VALUE "/".
               10 LN-LC-ANO PIC 9(4).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-LC-OPERACAO PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LN-LC-PROGRAMA PIC X(12).
       01 LN-TOTAL.
           05 LN-TOT-DESCRICAO PIC X(40).
           05 LN-TOT-QTDE PIC ZZZZ9.
       01 LN-NOTA PIC X(80) VALUE
           "NUMERO ENTREGUE HOJE PODE SER DOCUMENTO AINDA EM DIGITACAO".
       01 WS-DATA-AUX.
           05 WS-DA-ANO             PIC 9(4)              VALUE ZEROS.
           05 WS-DA-MES             PIC 9(2)              VALUE ZEROS.
           05 WS-DA-DIA             PIC 9(2)              VALUE ZEROS.
       01 WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(8).
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       MAIN.

           MOVE "TP05_02" TO NUM-PROGRAMA.

           PERFORM MOSTRAR-MENU WITH TEST AFTER
           UNTIL WS-OPCAO = 9.

           STOP RUN.
      *--------------------------------------------------------------*
       MOSTRAR-MENU.

           DISPLAY " ".
           DISPLAY "TP05.02 - NUMERACAO DE DOCUMENTOS".
           DISPLAY "1 - consultar contadores".
           DISPLAY "2 - cadastrar ou ajustar tipo de documento".
           DISPLAY "3 - reservar faixa de numeros".
           DISPLAY "4 - registrar uso de numeros reservados".
           DISPLAY "5 - relatorio de lacunas".
           DISPLAY "6 - liberar trava da numeracao".
           DISPLAY "9 - sair".
           DISPLAY "Digite a opcao: ".

           MOVE ZEROS TO WS-OPCAO.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CONSULTAR-CONTADORES
               WHEN 2
                   PERFORM AJUSTAR-TIPO
               WHEN 3
                   PERFORM RESERVAR-FAIXA
               WHEN 4
                   PERFORM REGISTRAR-USO
               WHEN 5
                   PERFORM RELATORIO-LACUNAS
               WHEN 6
                   PERFORM LIBERAR-TRAVA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida"
           END-EVALUATE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ARQSEQ.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="SEQUENCIA.DAT"==
                ==:DESTINO:== BY ==WS-ARQ-SEQUENCIA==
                ==:DDVAR:==  BY =="DD_ARQSEQ"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NUMERACAO.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="numeracao.dat"==
                ==:DESTINO:== BY ==WS-ARQ-NUMERACAO==
                ==:DDVAR:==  BY =="DD_NUMERACAO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-NUMERACAO-LOG.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="numeracao_log.txt"==
                ==:DESTINO:== BY ==WS-ARQ-NUMERACAO-LOG==
                ==:DDVAR:==  BY =="DD_NUMERACAO-LOG"==.
      *--------------------------------------------------------------*
       CONSULTAR-CONTADORES.

           MOVE ZEROS  TO WS-QTD-LISTADOS.
           MOVE SPACES TO WS-STATUS-NUMERACAO.

           PERFORM OBTER-CAMINHO-NUMERACAO.

           OPEN INPUT NUMERACAO.

           DISPLAY "TIPO     DESCRICAO                      "
                   "FAIXA                   ULTIMO     EM".

           IF FLAG-NUMERACAO-SUCESSO
               PERFORM LISTAR-LINHA-CONTADOR WITH TEST BEFORE
               UNTIL FLAG-NUMERACAO-EOF
               CLOSE NUMERACAO
           END-IF.

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "Nenhum tipo de documento cadastrado"
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-LINHA-CONTADOR.

           READ NUMERACAO.

           IF NOT FLAG-NUMERACAO-EOF
               ADD 1 TO WS-QTD-LISTADOS
               DISPLAY NU-TIPO " " NU-DESCRICAO " "
                       NU-FAIXA-INICIO "-" NU-FAIXA-FIM " "
                       NU-ULTIMO " " NU-DATA-ULTIMO
           END-IF.
      *--------------------------------------------------------------*
      *    O AJUSTE SO AVANCA O CONTADOR: VOLTAR ENTREGARIA DE NOVO
      *    NUMEROS JA USADOS (O SERVICO RECUSA).
      *--------------------------------------------------------------*
       AJUSTAR-TIPO.

           INITIALIZE WS-ENT-TIPO.

           DISPLAY "Tipo de documento (ex.: VENDA, PEDIDO): ".
           ACCEPT WS-ENT-CODIGO.
           DISPLAY "Descricao: ".
           ACCEPT WS-ENT-DESCRICAO.
           DISPLAY "Primeiro numero da faixa: ".
           ACCEPT WS-ENT-FAIXA-INICIO.
           DISPLAY "Ultimo numero da faixa: ".
           ACCEPT WS-ENT-FAIXA-FIM.
           DISPLAY "Ultimo numero ja usado: ".
           ACCEPT WS-ENT-ULTIMO.

           MOVE "A"                 TO NUM-OPERACAO.
           MOVE WS-ENT-CODIGO       TO NUM-TIPO.
           MOVE WS-ENT-DESCRICAO    TO NUM-DESCRICAO.
           MOVE WS-ENT-FAIXA-INICIO TO NUM-FAIXA-INICIO.
           MOVE WS-ENT-FAIXA-FIM    TO NUM-FAIXA-FIM.
           MOVE WS-ENT-ULTIMO       TO NUM-ULTIMO.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           EVALUATE TRUE
               WHEN NUM-OK
                   DISPLAY "Tipo de documento gravado."
                   STRING "TIPO=" DELIMITED BY SIZE
                          NUM-TIPO DELIMITED BY SPACE
                          " FAIXA=" DELIMITED BY SIZE
                          NUM-FAIXA-INICIO DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          NUM-FAIXA-FIM DELIMITED BY SIZE
                          " ULT=" DELIMITED BY SIZE
                          NUM-ULTIMO DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "NUMERACAO AJUSTADA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               WHEN NUM-FAIXA-INVALIDA
                   DISPLAY "Faixa invalida, ultimo numero fora dela "
                           "ou menor que o ja entregue"
               WHEN OTHER
                   PERFORM AVISAR-RETORNO
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    A FAIXA RESERVADA (FORMULARIOS DE CONTINGENCIA, CARGA DE
      *    OUTRO SISTEMA) SAI DO CONTADOR DE UMA VEZ E E LISTADA COMO
      *    NA SEQUENCIA DE SEMPRE, GRAVADA OU NAO EM SEQUENCIA.DAT.
      *--------------------------------------------------------------*
       RESERVAR-FAIXA.

           INITIALIZE WS-ENT-TIPO.

           DISPLAY "Tipo de documento: ".
           ACCEPT WS-ENT-CODIGO.
           DISPLAY "Quantidade de numeros: ".
           ACCEPT WS-ENT-QUANTIDADE.

           IF WS-ENT-QUANTIDADE = ZEROS
               DISPLAY "Quantidade invalida"
           ELSE
               MOVE "E"               TO NUM-OPERACAO
               MOVE WS-ENT-CODIGO     TO NUM-TIPO
               MOVE WS-ENT-QUANTIDADE TO NUM-QUANTIDADE

               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               IF NUM-OK
                   PERFORM LISTAR-FAIXA-RESERVADA
               ELSE
                   PERFORM AVISAR-RETORNO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-FAIXA-RESERVADA.

           MOVE NUM-NUMERO-INICIO TO WS-NUM-INICIAL.
           MOVE NUM-NUMERO-FIM    TO WS-NUM-FINAL.

           DISPLAY "Gravar a sequencia em arquivo? (S/N): ".
           ACCEPT WS-GRAVAR.

           DISPLAY "RESULTADO DA SEQUENCIA: ".

           PERFORM INCREMENTAR-NUMEROS
           UNTIL WS-NUM-INICIAL > WS-NUM-FINAL.

           IF FLAG-GRAVAR
               CLOSE ARQSEQ
               DISPLAY "Sequencia gravada com sucesso."
           END-IF.

           STRING "TIPO=" DELIMITED BY SIZE
                  NUM-TIPO DELIMITED BY SPACE
                  " NUMEROS=" DELIMITED BY SIZE
                  NUM-NUMERO-INICIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NUM-NUMERO-FIM DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "FAIXA RESERVADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       INCREMENTAR-NUMEROS.

           DISPLAY WS-NUM-INICIAL " " NO ADVANCING.

           IF FLAG-GRAVAR
               MOVE WS-NUM-INICIAL TO REG-SEQ-NUMERO
               WRITE REG-SEQ
           END-IF.

           ADD WS-INCREMENTO TO WS-NUM-INICIAL.
      *--------------------------------------------------------------*
      *    NUMEROS DE UMA FAIXA RESERVADA QUE VIRARAM DOCUMENTO FORA
      *    DOS PROGRAMAS DO SISTEMA SAEM DO RELATORIO DE LACUNAS.
      *--------------------------------------------------------------*
       REGISTRAR-USO.

           INITIALIZE WS-ENT-TIPO.

           DISPLAY "Tipo de documento: ".
           ACCEPT WS-ENT-CODIGO.
           DISPLAY "Primeiro numero usado: ".
           ACCEPT WS-ENT-FAIXA-INICIO.
           DISPLAY "Ultimo numero usado: ".
           ACCEPT WS-ENT-FAIXA-FIM.

           IF WS-ENT-CODIGO = SPACES
           OR WS-ENT-FAIXA-INICIO = ZEROS
           OR WS-ENT-FAIXA-FIM < WS-ENT-FAIXA-INICIO
               DISPLAY "Dados invalidos"
           ELSE
               MOVE "U"                 TO NUM-OPERACAO
               MOVE WS-ENT-CODIGO       TO NUM-TIPO
               MOVE WS-ENT-FAIXA-INICIO TO NUM-NUMERO-INICIO
               MOVE WS-ENT-FAIXA-FIM    TO NUM-NUMERO-FIM

               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               DISPLAY "Uso registrado."
           END-IF.
      *--------------------------------------------------------------*
       LIBERAR-TRAVA.

           DISPLAY "A trava so fica presa se uma sessao caiu no meio "
                   "de uma entrega. Liberar? (S/N): ".
           ACCEPT WS-CONFIRMA.

           IF FLAG-CONFIRMA
               MOVE "L" TO NUM-OPERACAO

               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS

               DISPLAY "Trava da numeracao liberada."

               MOVE "TRAVA=numeracao.lck" TO WS-AUD-PARAMETROS
               MOVE "TRAVA LIBERADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
      *--------------------------------------------------------------*
       AVISAR-RETORNO.

           EVALUATE TRUE
               WHEN NUM-TRAVA-OCUPADA
                   DISPLAY "Numeracao em uso por " NUM-TRAVA-PROGRAMA
                           " desde " NUM-TRAVA-HORA
                           " - tente de novo"
               WHEN NUM-FAIXA-ESGOTADA
                   DISPLAY "Faixa do tipo esgotada - amplie a faixa"
               WHEN NUM-TIPO-INEXISTENTE
                   DISPLAY "Tipo de documento nao cadastrado"
               WHEN OTHER
                   DISPLAY "Operacao recusada pela numeracao"
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    LACUNA E NUMERO ENTREGUE (E) OU RESERVADO (R) SEM LINHA DE
      *    USO (U) NO HISTORICO. NUMEROS ANTERIORES AO CADASTRO DO
      *    TIPO NAO TEM HISTORICO E FICAM FORA.
      *--------------------------------------------------------------*
       RELATORIO-LACUNAS.

           INITIALIZE WS-ENT-TIPO.
           MOVE ZEROS TO WS-LAC-DE WS-LAC-ATE.

           DISPLAY "Tipo de documento: ".
           ACCEPT WS-ENT-CODIGO.
           DISPLAY "Do numero (0 = ultimos entregues): ".
           ACCEPT WS-LAC-DE.
           DISPLAY "Ate o numero (0 = ultimo entregue): ".
           ACCEPT WS-LAC-ATE.

           PERFORM LOCALIZAR-TIPO-LACUNAS.

           IF WS-LAC-ATE = ZEROS
               MOVE WS-LAC-ULTIMO-TIPO TO WS-LAC-ATE
           END-IF.

           IF WS-LAC-DE = ZEROS
               IF WS-LAC-ATE > CONST-JANELA
                   COMPUTE WS-LAC-DE = WS-LAC-ATE - CONST-JANELA + 1
               ELSE
                   MOVE 1 TO WS-LAC-DE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT FLAG-LAC-TIPO-EXISTE
                   DISPLAY "Tipo de documento nao cadastrado"
               WHEN WS-LAC-ATE < WS-LAC-DE
                   DISPLAY "Intervalo invalido"
               WHEN WS-LAC-ATE - WS-LAC-DE >= CONST-JANELA
                   DISPLAY "Intervalo maior que " CONST-JANELA
                           " numeros"
               WHEN OTHER
                   PERFORM ENTRADA-DESTINO
                   PERFORM APURAR-LACUNAS
                   PERFORM IMPRIMIR-LACUNAS
           END-EVALUATE.
      *--------------------------------------------------------------*
       LOCALIZAR-TIPO-LACUNAS.

           MOVE "N"    TO WS-LAC-TIPO-EXISTE.
           MOVE ZEROS  TO WS-LAC-ULTIMO-TIPO.
           MOVE SPACES TO WS-STATUS-NUMERACAO.

           PERFORM OBTER-CAMINHO-NUMERACAO.

           OPEN INPUT NUMERACAO.

           IF FLAG-NUMERACAO-SUCESSO
               PERFORM LOCALIZAR-LINHA-TIPO WITH TEST BEFORE
               UNTIL FLAG-NUMERACAO-EOF
               OR FLAG-LAC-TIPO-EXISTE
               CLOSE NUMERACAO
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-LINHA-TIPO.

           READ NUMERACAO.

           IF NOT FLAG-NUMERACAO-EOF
           AND NU-TIPO = WS-ENT-CODIGO
               MOVE "S"       TO WS-LAC-TIPO-EXISTE
               MOVE NU-ULTIMO TO WS-LAC-ULTIMO-TIPO
           END-IF.
      *--------------------------------------------------------------*
       ENTRADA-DESTINO.

           DISPLAY "Destino: (1) Impressora LPT1  (2) Arquivo em disco".
           ACCEPT WS-OPCAO-DESTINO.

           IF WS-OPCAO-DESTINO = 2
               DISPLAY "Caminho do arquivo: "
               ACCEPT WS-DESTINO-RELAT
           ELSE
               MOVE "LPT1" TO WS-DESTINO-RELAT
           END-IF.
      *--------------------------------------------------------------*
       APURAR-LACUNAS.

           COMPUTE WS-TAM-JANELA = WS-LAC-ATE - WS-LAC-DE + 1.

           PERFORM VARYING WS-IDX-LAC FROM 1 BY 1
           UNTIL WS-IDX-LAC > WS-TAM-JANELA
               MOVE "N"    TO TB-LC-ENTREGUE(WS-IDX-LAC)
                              TB-LC-USADO(WS-IDX-LAC)
               MOVE SPACES TO TB-LC-OPERACAO(WS-IDX-LAC)
                              TB-LC-PROGRAMA(WS-IDX-LAC)
               MOVE ZEROS  TO TB-LC-DATA(WS-IDX-LAC)
           END-PERFORM.

           MOVE SPACES TO WS-STATUS-NUMERACAO-LOG.

           PERFORM OBTER-CAMINHO-NUMERACAO-LOG.

           OPEN INPUT NUMERACAO-LOG.

           IF FLAG-NUMERACAO-LOG-SUCESSO
               PERFORM APURAR-LINHA-HISTORICO WITH TEST BEFORE
               UNTIL FLAG-NUMERACAO-LOG-EOF
               CLOSE NUMERACAO-LOG
           END-IF.
      *--------------------------------------------------------------*
       APURAR-LINHA-HISTORICO.

           READ NUMERACAO-LOG.

           IF NOT FLAG-NUMERACAO-LOG-EOF
           AND NL-TIPO = WS-ENT-CODIGO
           AND NOT FLAG-NL-AJUSTE
           AND NL-NUMERO-FIM >= WS-LAC-DE
           AND NL-NUMERO-INICIO <= WS-LAC-ATE
               MOVE NL-NUMERO-INICIO TO WS-LAC-MENOR
               MOVE NL-NUMERO-FIM    TO WS-LAC-MAIOR

               IF WS-LAC-MENOR < WS-LAC-DE
                   MOVE WS-LAC-DE TO WS-LAC-MENOR
               END-IF

               IF WS-LAC-MAIOR > WS-LAC-ATE
                   MOVE WS-LAC-ATE TO WS-LAC-MAIOR
               END-IF

               PERFORM MARCAR-NUMERO-HISTORICO
               VARYING WS-LAC-NUMERO FROM WS-LAC-MENOR BY 1
               UNTIL WS-LAC-NUMERO > WS-LAC-MAIOR
           END-IF.
      *--------------------------------------------------------------*
       MARCAR-NUMERO-HISTORICO.

           COMPUTE WS-IDX-LAC = WS-LAC-NUMERO - WS-LAC-DE + 1.

           IF FLAG-NL-UTILIZADO
               MOVE "S" TO TB-LC-USADO(WS-IDX-LAC)
           ELSE
               MOVE "S"         TO TB-LC-ENTREGUE(WS-IDX-LAC)
               MOVE NL-OPERACAO TO TB-LC-OPERACAO(WS-IDX-LAC)
               MOVE NL-DATA     TO TB-LC-DATA(WS-IDX-LAC)
               MOVE NL-PROGRAMA TO TB-LC-PROGRAMA(WS-IDX-LAC)
           END-IF.
      *--------------------------------------------------------------*
      *    NUMEROS SEGUIDOS SEM USO, ENTREGUES NA MESMA DATA PELO
      *    MESMO PROGRAMA, SAEM NUMA LINHA SO.
      *--------------------------------------------------------------*
       IMPRIMIR-LACUNAS.

           MOVE ZEROS TO WS-QTD-ENTREGUES WS-QTD-LACUNAS WS-QTD-LINHAS
                         WS-INICIO-TRECHO.

           DISPLAY "DD_RELAT-LACUNAS" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DESTINO-RELAT   UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RELAT-LACUNAS.

           MOVE WS-ENT-CODIGO TO LN-TIT-TIPO.
           MOVE WS-LAC-DE     TO LN-TIT-DE.
           MOVE WS-LAC-ATE    TO LN-TIT-ATE.
           MOVE LN-TITULO TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           MOVE LN-CABECALHO TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           PERFORM EXAMINAR-NUMERO
           VARYING WS-IDX-LAC FROM 1 BY 1
           UNTIL WS-IDX-LAC > WS-TAM-JANELA.

           IF WS-INICIO-TRECHO > ZEROS
               PERFORM IMPRIMIR-TRECHO
           END-IF.

           MOVE SPACES TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           MOVE "NUMEROS ENTREGUES NO INTERVALO:" TO LN-TOT-DESCRICAO.
           MOVE WS-QTD-ENTREGUES TO LN-TOT-QTDE.
           MOVE LN-TOTAL TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           MOVE "NUMEROS ENTREGUES SEM USO:" TO LN-TOT-DESCRICAO.
           MOVE WS-QTD-LACUNAS TO LN-TOT-QTDE.
           MOVE LN-TOTAL TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           MOVE LN-NOTA TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           CLOSE RELAT-LACUNAS.

           DISPLAY "Relatorio de lacunas em " WS-DESTINO-RELAT.

           STRING "TIPO=" DELIMITED BY SIZE
                  WS-ENT-CODIGO DELIMITED BY SPACE
                  " DE=" DELIMITED BY SIZE
                  WS-LAC-DE DELIMITED BY SIZE
                  " ATE=" DELIMITED BY SIZE
                  WS-LAC-ATE DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "RELATORIO DE LACUNAS EMITIDO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.

           MOVE WS-AUD-PARAMETROS TO WS-SPL-PARAMETROS.
           MOVE WS-DESTINO-RELAT  TO WS-SPL-ARQUIVO.
           COMPUTE WS-SPL-PAGINAS = (WS-QTD-LINHAS + 59) / 60.
           PERFORM REGISTRAR-SPOOL.
      *--------------------------------------------------------------*
       EXAMINAR-NUMERO.

           IF FLAG-LC-ENTREGUE(WS-IDX-LAC)
               ADD 1 TO WS-QTD-ENTREGUES
           END-IF.

           IF WS-INICIO-TRECHO > ZEROS
               IF NOT FLAG-LC-ENTREGUE(WS-IDX-LAC)
               OR FLAG-LC-USADO(WS-IDX-LAC)
               OR TB-LC-DATA(WS-IDX-LAC)
                  NOT = TB-LC-DATA(WS-INICIO-TRECHO)
               OR TB-LC-PROGRAMA(WS-IDX-LAC)
                  NOT = TB-LC-PROGRAMA(WS-INICIO-TRECHO)
                   PERFORM IMPRIMIR-TRECHO
               END-IF
           END-IF.

           IF FLAG-LC-ENTREGUE(WS-IDX-LAC)
           AND NOT FLAG-LC-USADO(WS-IDX-LAC)
               ADD 1 TO WS-QTD-LACUNAS

               IF WS-INICIO-TRECHO = ZEROS
                   MOVE WS-IDX-LAC TO WS-INICIO-TRECHO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    IMPRIME O TRECHO DE WS-INICIO-TRECHO ATE O NUMERO ANTERIOR
      *    A WS-IDX-LAC.
      *--------------------------------------------------------------*
       IMPRIMIR-TRECHO.

           COMPUTE LN-LC-INICIO = WS-LAC-DE + WS-INICIO-TRECHO - 1.
           COMPUTE LN-LC-FIM    = WS-LAC-DE + WS-IDX-LAC - 2.
           COMPUTE LN-LC-QTDE   = WS-IDX-LAC - WS-INICIO-TRECHO.

           MOVE TB-LC-DATA(WS-INICIO-TRECHO) TO WS-DATA-AUX-NUM.
           MOVE WS-DA-DIA TO LN-LC-DIA.
           MOVE WS-DA-MES TO LN-LC-MES.
           MOVE WS-DA-ANO TO LN-LC-ANO.

           IF TB-LC-OPERACAO(WS-INICIO-TRECHO) = "R"
               MOVE "RES." TO LN-LC-OPERACAO
           ELSE
               MOVE "DOC." TO LN-LC-OPERACAO
           END-IF.

           MOVE TB-LC-PROGRAMA(WS-INICIO-TRECHO) TO LN-LC-PROGRAMA.

           MOVE LN-LACUNA TO REC-RELAT-LACUNAS.
           PERFORM IMPRIMIR-LINHA.

           MOVE ZEROS TO WS-INICIO-TRECHO.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA.

           WRITE REC-RELAT-LACUNAS BEFORE ADVANCING 1 LINE.
           ADD 1 TO WS-QTD-LINHAS.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                                        BY =="TP05_02"==.
      *--------------------------------------------------------------*
       REGISTRAR-SPOOL.
           COPY REGISTRAR-SPOOL REPLACING ==:PROGRAMA:==
                                       BY =="TP05_02"==
                                      ==:CLASSE:== BY =="O"==.
      *--------------------------------------------------------------*
