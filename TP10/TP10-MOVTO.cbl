      *    ATUALIZA FD-PROD-QTD-ESTOQUE NO LUGAR E DEIXA UMA LINHA DE
      *    TRILHA EM movimentos_estoque.txt (CODIGO, TIPO E/S/A,
      *    QUANTIDADE, DATA, OPERADOR), CONSULTAVEL POR PRODUTO.
      *    UMA SAIDA MAIOR QUE O ESTOQUE ATUAL E RECUSADA. A ENTRADA
      *    DE PERECIVEL INFORMA LOTE E VALIDADE, E A SAIDA CONSOME
      *    PRIMEIRO O LOTE QUE VENCE ANTES (estoque_lotes.dat).
      *    A PERDA "P" (QUEBRA, FURTO, VENCIMENTO, USO INTERNO...)
      *    EXIGE UM MOTIVO DE MOTIVO-PERDA.cpy E O LOCAL RESPONSAVEL,
      *    BAIXA O ESTOQUE COMO UMA SAIDA E FICA REGISTRADA, A CUSTO
      *    MEDIO, EM perdas_estoque.dat; ACIMA DE CONST-LIMITE-PERDA
      *    SO PASSA COM A SENHA DE UM SUPERVISOR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LOCAIS-SELECT.

           COPY LOTE-SELECT.

           SELECT MOVIMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY AUDITORIA-SELECT.

           COPY PRODLOCK-SELECT.

           COPY PERDA-SELECT.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

       COPY LOCAIS-FD.

       COPY LOTE-FD.

       FD  MOVIMENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVIMENTO.
       COPY AUDITORIA-FD.

       COPY PRODLOCK-FD.

       COPY PERDA-FD.
      *-------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77 WS-OPCAO                  PIC 9                 VALUE ZEROS.
       01 WS-MOV-ENTRADA.
           05 WS-ENT-CODIGO         PIC X(5)              VALUE SPACES.
           05 WS-ENT-TIPO           PIC X                 VALUE SPACES.
               88 FLAG-ENT-TIPO-VALIDO  VALUE "E" "S" "A" "T" "P".
               88 FLAG-ENT-SAIDA                VALUE "S".
               88 FLAG-ENT-AJUSTE               VALUE "A".
               88 FLAG-ENT-ENTRADA              VALUE "E".
               88 FLAG-ENT-TRANSF               VALUE "T".
               88 FLAG-ENT-PERDA                VALUE "P".
           05 WS-ENT-QUANTIDADE     PIC 9(5)              VALUE ZEROS.
           05 WS-ENT-CUSTO          PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
           COPY PRODUTO-STATUS.
           COPY EAN-STATUS.
           COPY LOCAIS-STATUS.
           COPY LOTE-STATUS.
      *---- LOTE DA ENTRADA ------------------------------------------*
      *    LOTE E VALIDADE SO NA ENTRADA DE PERECIVEL; SEM LOTE O
      *    PRODUTO SEGUE SEM CONTROLE DE VALIDADE.
       77 WS-ENT-LOTE               PIC X(10)             VALUE SPACES.
       77 WS-ENT-VALIDADE           PIC 9(8)              VALUE ZEROS.
      *---- LOCAL DO LANCAMENTO --------------------------------------*
      *    CADA LANCAMENTO INFORMA O LOCAL (PADRAO LJ); A
      *    TRANSFERENCIA "T" DEBITA O LOCAL DE ORIGEM E CREDITA O DE
           88 FLAG-MOVIMENTOS-NAO-CRIADO     VALUE "35".
           COPY AUDITORIA-STATUS.
           COPY PRODLOCK-STATUS.
           COPY PERDA-STATUS.
      *---- PERDA DE ESTOQUE -----------------------------------------*
      *    A PERDA E VALORIZADA AO CUSTO MEDIO (SEM CUSTO APURADO,
      *    AO PRECO DE VENDA); ACIMA DO LIMITE EXIGE A SENHA DE UM
      *    OPERADOR DE PERFIL SUPERVISOR, COMO A LIBERACAO DE PRECO
      *    DE TP10-VENDAS.
           COPY MOTIVO-PERDA.
       77 CONST-LIMITE-PERDA        PIC 9(5)V9(2)         VALUE 200,00.
       77 WS-ENT-MOTIVO-PERDA       PIC X(2)              VALUE SPACES.
       77 WS-CUSTO-PERDA            PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-VALOR-PERDA            PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-PERDA-LIBERADA         PIC X                 VALUE "N".
           88 FLAG-PERDA-LIBERADA                         VALUE "S".
       77 WS-OPERADOR-MOVTO         PIC X(10)             VALUE SPACES.
       77 WS-PERFIL-MOVTO           PIC X(10)             VALUE SPACES.
       77 WS-AUTORIZADOR            PIC X(10)             VALUE SPACES.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
           "Opcoes:".

            10  LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "1 - lancar movimento (E/S/A/T/P)".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - consultar kardex de um produto".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           USING WS-CODIGO-DIGITADO.

           10   LINE 11   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Tipo (E/S/A/T transf/P perda): ".
           10 SC-ENT-TIPO           LINE + 0  COLUMN  63
           USING WS-ENT-TIPO.

           10 SC-ENT-LOCAL-DEST     LINE + 0  COLUMN  68
           USING WS-ENT-LOCAL-DESTINO.

           10   LINE 16   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Lote (so entrada de perecivel): ".
           10 SC-ENT-LOTE           LINE + 0  COLUMN  68
           USING WS-ENT-LOTE.

           10   LINE 17   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Validade do lote (AAAAMMDD): ".
           10 SC-ENT-VALIDADE       LINE + 0  COLUMN  68  PIC 9(8)
           USING WS-ENT-VALIDADE.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-CODIGO WS-ENT-TIPO
                          WS-CODIGO-DIGITADO WS-ENT-LOCAL-DESTINO
                          WS-ENT-LOTE.
           MOVE ZEROS  TO WS-ENT-QUANTIDADE WS-ENT-CUSTO
                          WS-ENT-VALIDADE.
           MOVE "LJ"   TO WS-ENT-LOCAL.

           DISPLAY SC-MOVIMENTO.
           ACCEPT SC-ENT-CUSTO.
           ACCEPT SC-ENT-LOCAL.
           ACCEPT SC-ENT-LOCAL-DEST.
           ACCEPT SC-ENT-LOTE.
           ACCEPT SC-ENT-VALIDADE.

           PERFORM RESOLVER-CODIGO-DIGITADO.

           OR (FLAG-ENT-TRANSF
               AND (WS-ENT-LOCAL-DESTINO = SPACES
                    OR WS-ENT-LOCAL-DESTINO = WS-ENT-LOCAL))
           OR (FLAG-ENT-ENTRADA
               AND WS-ENT-LOTE NOT = SPACES
               AND WS-ENT-VALIDADE = ZEROS)
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - lancamento cancelado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               EVALUATE TRUE
                   WHEN FLAG-ENT-TRANSF
                       PERFORM EXECUTAR-TRANSFERENCIA
                   WHEN FLAG-ENT-PERDA
                       PERFORM ENTRADA-MOTIVO-PERDA

                       IF FLAG-MOTIVO-PERDA-VALIDO
                           PERFORM EXECUTAR-PERDA
                       ELSE
                           DISPLAY SC-LIMPA-TELA
                           DISPLAY "Motivo de perda invalido - "
                               "lancamento cancelado"
                               FOREGROUND-COLOR 6 AT 2028
                       END-IF
                   WHEN OTHER
                       PERFORM APLICAR-MOVIMENTO
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-EAN-PRODUTOS.
           MOVE WS-ENT-QUANTIDADE TO WS-LOC-QTD.
           PERFORM APLICAR-SALDO-LOCAL.

           PERFORM MOVIMENTAR-LOTE.

           PERFORM CONCLUIR-MOVIMENTO.
      *--------------------------------------------------------------*
      *    ENTRADA COM LOTE CREDITA O LOTE; TODA SAIDA CONSOME OS
      *    LOTES DO PRODUTO PELA VALIDADE (O QUE VENCE ANTES SAI
      *    PRIMEIRO). O QUE A SAIDA NAO ACHAR EM LOTE E ESTOQUE SEM
      *    CONTROLE DE VALIDADE E SO SAI DO TOTAL.
      *--------------------------------------------------------------*
       MOVIMENTAR-LOTE.

           ACCEPT WS-LT-DATA FROM DATE YYYYMMDD.

           MOVE WS-ENT-CODIGO     TO WS-LT-CODIGO.
           MOVE WS-ENT-LOTE       TO WS-LT-LOTE.
           MOVE WS-ENT-VALIDADE   TO WS-LT-VALIDADE.
           MOVE WS-ENT-TIPO       TO WS-LT-TIPO.
           MOVE WS-ENT-QUANTIDADE TO WS-LT-QTD.

           IF FLAG-ENT-SAIDA
           OR (FLAG-ENT-ENTRADA AND WS-ENT-LOTE NOT = SPACES)
               PERFORM APLICAR-LOTE
           END-IF.
      *--------------------------------------------------------------*
       CONCLUIR-MOVIMENTO.

      *--------------------------------------------------------------*
       APLICAR-SALDO-LOCAL.
           COPY APLICAR-SALDO-LOCAL.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-LOTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="estoque_lotes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-LOTES==
                ==:DDVAR:==  BY =="DD_ESTOQUE-LOTES"==.
      *--------------------------------------------------------------*
       APLICAR-LOTE.
           COPY APLICAR-LOTE.
      *--------------------------------------------------------------*
      *    TRANSFERENCIA ENTRE LOCAIS: DEBITA A ORIGEM E CREDITA O
      *    DESTINO NUMA OPERACAO CONFIRMADA, SEM MEXER NO TOTAL DO
                  INTO WS-AUD-PARAMETROS.
           MOVE "TRANSFERENCIA LANCADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    PERDA DE ESTOQUE: O MOTIVO VEM DA TABELA DE
      *    MOTIVO-PERDA.cpy E O LOCAL RESPONSAVEL E O LOCAL INFORMADO
      *    NO LANCAMENTO (PADRAO LJ).
      *--------------------------------------------------------------*
       ENTRADA-MOTIVO-PERDA.

           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-ENT-MOTIVO-PERDA.
           MOVE 7      TO WS-COUNT-LINE.

           DISPLAY "Motivos de perda:" AT 0628.

           PERFORM LISTAR-LINHA-MOTIVO-PERDA
           VARYING WS-IDX-MOTIVO-PERDA FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO-PERDA > CONST-QTD-MOTIVOS-PERDA.

           DISPLAY "Local responsavel: " AT 1528.
           DISPLAY WS-ENT-LOCAL AT 1547.
           DISPLAY "Motivo: " AT 1628.
           ACCEPT WS-ENT-MOTIVO-PERDA AT 1636.

           MOVE ZEROS TO WS-POS-MOTIVO-PERDA.

           PERFORM VARYING WS-IDX-MOTIVO-PERDA FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO-PERDA > CONST-QTD-MOTIVOS-PERDA

               IF WS-MPD-CODIGO(WS-IDX-MOTIVO-PERDA)
                  = WS-ENT-MOTIVO-PERDA
                   MOVE WS-IDX-MOTIVO-PERDA TO WS-POS-MOTIVO-PERDA
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LISTAR-LINHA-MOTIVO-PERDA.

           DISPLAY WS-MPD-CODIGO(WS-IDX-MOTIVO-PERDA)
               AT LINE WS-COUNT-LINE COLUMN 30.
           DISPLAY WS-MPD-DESCRICAO(WS-IDX-MOTIVO-PERDA)
               AT LINE WS-COUNT-LINE COLUMN 34.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       EXECUTAR-PERDA.
           PERFORM OBTER-CAMINHO-PRODUTOS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN I-O PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY SC-LIMPA-TELA
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE WS-ENT-CODIGO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF NOT FLAG-PRODUTOS-SUCESSO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Produto nao encontrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM BAIXAR-PERDA-PRODUTO
               END-IF

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
      *    A PERDA SAI DO ESTOQUE COMO UMA SAIDA COMUM (TOTAL DO
      *    MESTRE, SALDO DO LOCAL E LOTES PELA VALIDADE - O LOTE
      *    VENCIDO E O PRIMEIRO A SAIR) E A LINHA DO KARDEX E "S";
      *    O MOTIVO, O LOCAL E O VALOR FICAM EM perdas_estoque.dat.
      *--------------------------------------------------------------*
       BAIXAR-PERDA-PRODUTO.

           IF WS-ENT-QUANTIDADE > FD-PROD-QTD-ESTOQUE
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Perda maior que o estoque atual de "
               FOREGROUND-COLOR 6 AT 2028
               DISPLAY FD-PROD-QTD-ESTOQUE
               FOREGROUND-COLOR 6 AT 2063
           ELSE
               IF FD-PROD-CUSTO-MEDIO IS NUMERIC
               AND FD-PROD-CUSTO-MEDIO > ZEROS
                   MOVE FD-PROD-CUSTO-MEDIO TO WS-CUSTO-PERDA
               ELSE
                   MOVE FD-PROD-VALOR       TO WS-CUSTO-PERDA
               END-IF

               COMPUTE WS-VALOR-PERDA ROUNDED =
                   WS-ENT-QUANTIDADE * WS-CUSTO-PERDA

               MOVE "S"    TO WS-PERDA-LIBERADA
               MOVE SPACES TO WS-AUTORIZADOR

               IF WS-VALOR-PERDA > CONST-LIMITE-PERDA
                   PERFORM AUTORIZAR-PERDA-SUPERVISOR
               END-IF

               IF FLAG-PERDA-LIBERADA
                   SUBTRACT WS-ENT-QUANTIDADE
                       FROM FD-PROD-QTD-ESTOQUE
                   MOVE "S" TO WS-ENT-TIPO
                   PERFORM CONFIRMAR-MOVIMENTO
                   PERFORM GRAVAR-PERDA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    MESMO ESQUEMA DA LIBERACAO DE PRECO DE TP10-VENDAS: O
      *    LOGIN DO SUPERVISOR USA OS CAMPOS DO LOGIN DA SESSAO, E O
      *    OPERADOR DO LANCAMENTO E O SEU PERFIL SAO GUARDADOS ANTES
      *    E DEVOLVIDOS DEPOIS, PARA O KARDEX FICAR NO NOME DELE.
      *--------------------------------------------------------------*
       AUTORIZAR-PERDA-SUPERVISOR.

           MOVE "N"             TO WS-PERDA-LIBERADA.
           MOVE WS-LOGIN-ID     TO WS-OPERADOR-MOVTO.
           MOVE WS-LOGIN-PERFIL TO WS-PERFIL-MOVTO.

           DISPLAY "Perda acima do limite - valor: " AT 1828
               FOREGROUND-COLOR 6.
           DISPLAY WS-VALOR-PERDA AT 1860 FOREGROUND-COLOR 6.

           MOVE SPACES TO WS-LOGIN-ID.
           MOVE SPACES TO WS-LOGIN-SENHA.

           DISPLAY "Supervisor: " AT 1928.
           ACCEPT WS-LOGIN-ID AT 1940.
           DISPLAY "Senha:      " AT 2028.
           ACCEPT WS-LOGIN-SENHA AT 2040 WITH SECURE.

           PERFORM VALIDAR-LOGIN.

           DISPLAY SC-LIMPA-TELA.

           EVALUATE TRUE
               WHEN NOT FLAG-LOGIN-VALIDO
                   DISPLAY "Supervisor ou senha invalidos - perda "
                       "recusada" FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-PERFIL-SUPERVISOR
                   DISPLAY "Perda acima do limite exige perfil "
                       "supervisor" FOREGROUND-COLOR 6 AT 2028

                   STRING "PRODUTO=" DELIMITED BY SIZE
                          WS-ENT-CODIGO DELIMITED BY SIZE
                          " SUPERVISOR=" DELIMITED BY SIZE
                          WS-LOGIN-ID DELIMITED BY SPACE
                          " PERFIL=" DELIMITED BY SIZE
                          WS-LOGIN-PERFIL DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "PERDA NAO AUTORIZADA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               WHEN OTHER
                   MOVE WS-LOGIN-ID TO WS-AUTORIZADOR
                   MOVE "S"         TO WS-PERDA-LIBERADA
           END-EVALUATE.

           MOVE WS-OPERADOR-MOVTO TO WS-LOGIN-ID.
           MOVE WS-PERFIL-MOVTO   TO WS-LOGIN-PERFIL.
           MOVE SPACES            TO WS-LOGIN-SENHA.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PERDAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="perdas_estoque.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PERDAS==
                ==:DDVAR:==  BY =="DD_PERDAS-ESTOQUE"==.
      *--------------------------------------------------------------*
       GRAVAR-PERDA.
           PERFORM OBTER-CAMINHO-PERDAS.

           MOVE SPACES TO WS-STATUS-PERDAS.

           OPEN EXTEND PERDAS-ESTOQUE.

           IF NOT FLAG-PERDAS-SUCESSO
               IF FLAG-PERDAS-NAO-CRIADO
                   OPEN OUTPUT PERDAS-ESTOQUE
               END-IF
           END-IF.

           MOVE SPACES TO REG-PERDA.

           MOVE WS-DATA-HOJE        TO PE-DATA.
           MOVE WS-ENT-CODIGO       TO PE-CODIGO.
           MOVE FD-PROD-SETOR       TO PE-SETOR.
           MOVE WS-ENT-LOCAL        TO PE-LOCAL.
           MOVE WS-ENT-MOTIVO-PERDA TO PE-MOTIVO.
           MOVE WS-ENT-QUANTIDADE   TO PE-QUANTIDADE.
           MOVE WS-CUSTO-PERDA      TO PE-CUSTO.
           MOVE WS-VALOR-PERDA      TO PE-VALOR.
           MOVE WS-LOGIN-ID         TO PE-OPERADOR.
           MOVE WS-AUTORIZADOR      TO PE-AUTORIZADOR.

           WRITE REG-PERDA.

           IF NOT FLAG-PERDAS-SUCESSO
               DISPLAY "ERRO NA GRAVACAO DA PERDA - STATUS "
                   AT 2128
               DISPLAY WS-STATUS-PERDAS AT 2163
           END-IF.

           CLOSE PERDAS-ESTOQUE.

           STRING "COD=" DELIMITED BY SIZE
                  WS-ENT-CODIGO DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-ENT-MOTIVO-PERDA DELIMITED BY SIZE
                  " LOCAL=" DELIMITED BY SIZE
                  WS-ENT-LOCAL DELIMITED BY SIZE
                  " QTD=" DELIMITED BY SIZE
                  WS-ENT-QUANTIDADE DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-AUTORIZADOR DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PERDA LANCADA" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       CONSULTAR-KARDEX.
           DISPLAY SC-LIMPA-TELA.
