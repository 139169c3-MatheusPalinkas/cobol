      *    ENTREGUE CONTRA O PEDIDO E LANCA A ENTRADA NO MESTRE COM
      *    A LINHA DE KARDEX E O CUSTO DA COMPRA (MEDIA PONDERADA,
      *    COMO EM TP10-MOVTO); E O RELATORIO DE ABERTOS MOSTRA O
      *    QUE ESTA ATRASADO. NO RECEBIMENTO A NOTA DO FORNECEDOR
      *    (NUMERO, VALOR E VENCIMENTO DE CADA PARCELA) VIRA TITULOS
      *    EM contas_pagar.dat, COM A CONFERENCIA TRIPLA DO VALOR DA
      *    NOTA CONTRA QUANTIDADE RECEBIDA x PRECO ACORDADO. O
      *    RECEBIMENTO DE PERECIVEL INFORMA LOTE E VALIDADE, QUE VAO
      *    PARA O SALDO POR LOTE (estoque_lotes.dat). PRODUTO
      *    BLOQUEADO NAO E PEDIDO NEM RECEBIDO; O DESCONTINUADO NAO E
      *    MAIS PEDIDO, MAS O PEDIDO JA EMITIDO AINDA E RECEBIDO.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LOCAIS-SELECT.

           COPY LOTE-SELECT.

           SELECT SUGESTAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD-FORN.

           COPY PAGAR-SELECT.

           COPY OPERADOR-SELECT.

           COPY AUDITORIA-SELECT.

       COPY LOCAIS-FD.

       COPY LOTE-FD.

      *    SUGESTAO DE COMPRA NO LAYOUT GRAVADO POR TP09_05.
       FD  SUGESTAO
           LABEL RECORD IS STANDARD
           05 SG-FORNECEDOR         PIC X(5)              VALUE SPACES.

      *    PEDIDOS DE COMPRA (pedidos_compra.dat): UMA LINHA POR
      *    PRODUTO PEDIDO, COM AS QUANTIDADES PEDIDA E JA RECEBIDA E
      *    A DATA DO ULTIMO RECEBIMENTO (EM BRANCO NOS PEDIDOS
      *    RECEBIDOS ANTES DE A COLUNA EXISTIR), USADA NA AVALIACAO
      *    DE FORNECEDORES DE TP10-AVAL-FORN.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PEDIDO.
               88 FLAG-PEDIDO-ABERTO                      VALUE "A".
               88 FLAG-PEDIDO-PARCIAL                     VALUE "P".
               88 FLAG-PEDIDO-FECHADO                     VALUE "F".
           05 FILLER                PIC X                 VALUE SPACES.
           05 PC-DATA-RECEBIMENTO   PIC 9(8)              VALUE ZEROS.

       FD  MOVIMENTOS
           LABEL RECORD IS STANDARD
           05 PF-PREFERENCIAL       PIC X                 VALUE "N".
               88 FLAG-FORN-PREFERENCIAL                  VALUE "S".

       COPY PAGAR-FD.

       COPY OPERADOR-FD.

       COPY AUDITORIA-FD.
       77 WS-DATA-HOJE              PIC 9(8)              VALUE ZEROS.
       77 WS-PROXIMO-NUMERO         PIC 9(6)              VALUE ZEROS.
       77 WS-QTD-GERADOS            PIC 9(4)              VALUE ZEROS.
       77 WS-QTD-RECUSADOS          PIC 9(4)              VALUE ZEROS.
       77 WS-NUMERACAO-FALHOU       PIC X                 VALUE "N".
           88 FLAG-NUMERACAO-FALHOU                       VALUE "S".
       77 WS-CODIGO-SITUACAO        PIC X(5)              VALUE SPACES.
       77 WS-SALDO-PENDENTE         PIC 9(5)              VALUE ZEROS.
      *---- TABELA DE PEDIDOS ----------------------------------------*
       77 CONST-LIMITE-PEDIDOS      PIC 9(3)              VALUE 200.
      *---- RECALCULO DO CUSTO MEDIO NO RECEBIMENTO ------------------*
       77 WS-SALDO-ANTERIOR         PIC 9(5)              VALUE ZEROS.
       77 WS-CUSTO-CALC             PIC 9(7)V9(4)         VALUE ZEROS.
      *---- NOTA DO FORNECEDOR E CONTAS A PAGAR ----------------------*
       01 WS-NOTA-ENTRADA.
           05 WS-NF-NUMERO          PIC X(10)             VALUE SPACES.
           05 WS-NF-VALOR           PIC 9(7)V9(2)         VALUE ZEROS.
           05 WS-NF-PARCELAS        PIC 9(2)              VALUE 1.
       77 WS-NF-VENCIMENTO          PIC 9(8)              VALUE ZEROS.
       77 WS-NF-VALOR-PARCELA       PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-NF-SOMA-PARCELAS       PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-QTD-PARCELAS-ERRO      PIC 9(2)              VALUE ZEROS.
       77 WS-IDX-PARCELA            PIC 9(2)              VALUE ZEROS.
       77 WS-LINHA-VENCIMENTO       PIC 99                VALUE ZEROS.
       77 WS-PRECO-ACORDADO         PIC 9(5)V9(2)         VALUE ZEROS.
       77 WS-VALOR-ESPERADO         PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-CONFERENCIA-NOTA       PIC X                 VALUE "O".
           88 FLAG-NOTA-CONFERE                           VALUE "O".
           88 FLAG-NOTA-DIVERGENTE                        VALUE "D".
           88 FLAG-NOTA-SEM-PRECO                         VALUE "S".
      *---- FILE ---------------------------------------------------*
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY LOCAIS-STATUS.
           COPY LOTE-STATUS.
      *    LOTE E VALIDADE DO RECEBIMENTO (SO PERECIVEL).
       77 WS-ENT-LOTE               PIC X(10)             VALUE SPACES.
       77 WS-ENT-VALIDADE           PIC 9(8)              VALUE ZEROS.
      *    LOCAL DO RECEBIMENTO (PADRAO DP, O DEPOSITO).
       77 WS-ENT-LOCAL              PIC X(2)              VALUE "DP".
       77 WS-ARQ-SUGESTAO           PIC X(60)             VALUE SPACES.
           88 FLAG-PROD-FORN-SUCESSO         VALUE "00".
           88 FLAG-PROD-FORN-EOF             VALUE "10".
       77 WS-FORN-PREFERIDO         PIC X(5)              VALUE SPACES.
           COPY PAGAR-STATUS.
           COPY AUDITORIA-STATUS.
           COPY PRODLOCK-STATUS.
           COPY NUMERADOR-PARAM.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
           10 SC-ENT-LOCAL          LINE + 0  COLUMN  66
           USING WS-ENT-LOCAL.

           10   LINE 14   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Lote (so perecivel): ".
           10 SC-ENT-LOTE           LINE + 0  COLUMN  66
           USING WS-ENT-LOTE.

           10   LINE 15   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Validade do lote (AAAAMMDD): ".
           10 SC-ENT-VALIDADE       LINE + 0  COLUMN  66  PIC 9(8)
           USING WS-ENT-VALIDADE.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
       01 SC-NOTA.
           10   LINE 05   COLUMN 36     FOREGROUND-COLOR  8 VALUE
           "TP10 - Nota do fornecedor".

           10   LINE 08   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Numero da nota (branco = sem nota): ".
           10 SC-NF-NUMERO          LINE + 0  COLUMN  66
           USING WS-NF-NUMERO.

           10   LINE 09   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Valor total da nota: ".
           10 SC-NF-VALOR           LINE + 0  COLUMN  66
           PIC Z.ZZZ.ZZ9,99
           USING WS-NF-VALOR.

           10   LINE 10   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Numero de parcelas: ".
           10 SC-NF-PARCELAS        LINE + 0  COLUMN  66  PIC Z9
           USING WS-NF-PARCELAS.

           10   LINE 27 COLUMN 28     FOREGROUND-COLOR  3 VALUE
           "Desenvolvido por Matheus Palinkas e Joao Tavares".
      *--------------------------------------------------------------*
                 BY =="produtos.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PRODUTOS==
                ==:DDVAR:==  BY =="DD_PRODUTOS"==.
      *--------------------------------------------------------------*
      *    SITUACAO VIGENTE DO PRODUTO WS-CODIGO-SITUACAO; PRODUTO
      *    FORA DO MESTRE CONTA COMO ATIVO E CAI NA CONFERENCIA
      *    NORMAL DO RECEBIMENTO.
      *--------------------------------------------------------------*
       CONFERIR-SITUACAO-PRODUTO.
           MOVE "A" TO WS-SITUACAO-VIGENTE.

           PERFORM OBTER-CAMINHO-PRODUTOS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN INPUT PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               MOVE WS-CODIGO-SITUACAO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF FLAG-PRODUTOS-SUCESSO
                   PERFORM APURAR-SITUACAO-PRODUTO
               END-IF

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-SUGESTAO.


           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE ZEROS  TO WS-QTD-GERADOS WS-QTD-RECUSADOS.
           MOVE "N"    TO WS-NUMERACAO-FALHOU.
           MOVE SPACES TO WS-STATUS-SUGESTAO.

           PERFORM OBTER-CAMINHO-SUGESTAO.
               DISPLAY WS-QTD-GERADOS
               FOREGROUND-COLOR 2 AT 2046

               IF WS-QTD-RECUSADOS > ZEROS
                   DISPLAY "Linhas recusadas (bloqueado/descontinuado):"
                   FOREGROUND-COLOR 6 AT 2128
                   DISPLAY WS-QTD-RECUSADOS
                   FOREGROUND-COLOR 6 AT 2172
               END-IF

               IF FLAG-NUMERACAO-FALHOU
                   PERFORM AVISAR-NUMERACAO
               END-IF

               STRING "FORN=" DELIMITED BY SIZE
                      WS-ENT-FORNECEDOR DELIMITED BY SIZE
                      " PEDIDOS=" DELIMITED BY SIZE
                      WS-QTD-GERADOS DELIMITED BY SIZE
                      " RECUSADOS=" DELIMITED BY SIZE
                      WS-QTD-RECUSADOS DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "PEDIDOS GERADOS" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
      *--------------------------------------------------------------*
      *    CADA PEDIDO RECEBE O NUMERO DO SERVICO DE NUMERACAO
      *    TP05-NUMERADOR. NA PRIMEIRA VEZ O TIPO E CADASTRADO COM O
      *    MAIOR NUMERO JA GRAVADO EM pedidos.dat (O ARQUIVO ESTA
      *    ABERTO EM EXTEND E E FECHADO E REABERTO PARA A VARREDURA).
      *    SEM NUMERO, WS-PROXIMO-NUMERO FICA ZERADO.
      *--------------------------------------------------------------*
       OBTER-PROXIMO-NUMERO.

           MOVE ZEROS          TO WS-PROXIMO-NUMERO.
           MOVE "E"            TO NUM-OPERACAO.
           MOVE "PEDIDO"       TO NUM-TIPO.
           MOVE "TP10-PEDIDOS" TO NUM-PROGRAMA.
           MOVE 1              TO NUM-QUANTIDADE.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           IF NUM-TIPO-INEXISTENTE
               CLOSE PEDIDOS
               PERFORM CADASTRAR-NUMERACAO-PEDIDO
               OPEN EXTEND PEDIDOS
               MOVE "E" TO NUM-OPERACAO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
           END-IF.

           IF NUM-OK
               MOVE NUM-NUMERO-INICIO TO WS-PROXIMO-NUMERO
           END-IF.
      *--------------------------------------------------------------*
       CADASTRAR-NUMERACAO-PEDIDO.

           MOVE ZEROS  TO WS-PROXIMO-NUMERO.
           MOVE SPACES TO WS-STATUS-PEDIDOS.

               UNTIL FLAG-PEDIDOS-EOF
               CLOSE PEDIDOS
           END-IF.

           MOVE "I"                 TO NUM-OPERACAO.
           MOVE "PEDIDOS DE COMPRA" TO NUM-DESCRICAO.
           MOVE 1                   TO NUM-FAIXA-INICIO.
           MOVE 999999              TO NUM-FAIXA-FIM.
           MOVE WS-PROXIMO-NUMERO   TO NUM-ULTIMO.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           MOVE ZEROS TO WS-PROXIMO-NUMERO.
      *--------------------------------------------------------------*
       CONFERIR-NUMERO-PEDIDO.

           READ SUGESTAO.

           IF NOT FLAG-SUGESTAO-EOF
           AND SG-QTD-SUGERIDA > ZEROS
      *    A SUGESTAO PODE TER SIDO GERADA ANTES DO BLOQUEIO OU DA
      *    DESCONTINUACAO: A SITUACAO E CONFERIDA DE NOVO NO MESTRE.
               MOVE SG-CODIGO TO WS-CODIGO-SITUACAO
               PERFORM CONFERIR-SITUACAO-PRODUTO

               IF NOT FLAG-VIGENTE-ATIVO
                   ADD 1 TO WS-QTD-RECUSADOS
               ELSE
                   PERFORM OBTER-PROXIMO-NUMERO
               END-IF
           END-IF.

           IF NOT FLAG-SUGESTAO-EOF
           AND SG-QTD-SUGERIDA > ZEROS
           AND FLAG-VIGENTE-ATIVO
               IF WS-PROXIMO-NUMERO = ZEROS
      *            SEM NUMERO A GERACAO PARA AQUI; AS LINHAS QUE
      *            FALTAM FICAM PARA UMA NOVA GERACAO.
                   MOVE "S"  TO WS-NUMERACAO-FALHOU
                   MOVE "10" TO WS-STATUS-SUGESTAO
               ELSE
                   MOVE SPACES TO REG-PEDIDO

                   MOVE WS-PROXIMO-NUMERO    TO PC-NUMERO
                   MOVE SG-QTD-SUGERIDA      TO PC-QTD-PEDIDA
                   MOVE ZEROS                TO PC-QTD-RECEBIDA
                   MOVE "A"                  TO PC-SITUACAO
                   MOVE ZEROS                TO PC-DATA-RECEBIMENTO

                   WRITE REG-PEDIDO

                   ADD 1 TO WS-QTD-GERADOS

                   MOVE "U"               TO NUM-OPERACAO
                   MOVE WS-PROXIMO-NUMERO TO NUM-NUMERO-INICIO
                                             NUM-NUMERO-FIM
                   CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       AVISAR-NUMERACAO.

           EVALUATE TRUE
               WHEN NUM-TRAVA-OCUPADA
                   DISPLAY "Numeracao de pedidos ocupada - gere o "
                       "restante de novo" FOREGROUND-COLOR 6 AT 2228
               WHEN NUM-FAIXA-ESGOTADA
                   DISPLAY "Faixa de numeros de pedido esgotada - "
                       "ver TP05_02" FOREGROUND-COLOR 6 AT 2228
               WHEN OTHER
                   DISPLAY "Numeracao de pedidos indisponivel - "
                       "ver TP05_02" FOREGROUND-COLOR 6 AT 2228
           END-EVALUATE.
      *--------------------------------------------------------------*
       RECEBER-PEDIDO.
           DISPLAY SC-LIMPA-TELA.

           MOVE ZEROS TO WS-ENT-NUMERO WS-ENT-QTD-ENTREGUE
                         WS-ENT-CUSTO WS-ENT-VALIDADE.
           MOVE SPACES TO WS-ENT-LOTE.

           DISPLAY SC-RECEBIMENTO.
           ACCEPT SC-ENT-NUMERO.
           ACCEPT SC-ENT-QTD-ENTREGUE.
           ACCEPT SC-ENT-CUSTO.
           ACCEPT SC-ENT-LOCAL.
           ACCEPT SC-ENT-LOTE.
           ACCEPT SC-ENT-VALIDADE.

           IF WS-ENT-LOCAL = SPACES
               MOVE "DP" TO WS-ENT-LOCAL

           IF WS-ENT-NUMERO = ZEROS
           OR WS-ENT-QTD-ENTREGUE = ZEROS
           OR (WS-ENT-LOTE NOT = SPACES AND WS-ENT-VALIDADE = ZEROS)
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Dados invalidos - recebimento cancelado"
               FOREGROUND-COLOR 6 AT 2028
           COMPUTE WS-SALDO-PENDENTE =
               PC-QTD-PEDIDA - PC-QTD-RECEBIDA.

           MOVE PC-CODIGO TO WS-CODIGO-SITUACAO.
           PERFORM CONFERIR-SITUACAO-PRODUTO.

           EVALUATE TRUE
               WHEN FLAG-VIGENTE-BLOQUEADO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Produto bloqueado - recebimento recusado"
                   FOREGROUND-COLOR 6 AT 2028

                   STRING "PEDIDO=" DELIMITED BY SIZE
                          WS-ENT-NUMERO DELIMITED BY SIZE
                          " PRODUTO=" DELIMITED BY SIZE
                          PC-CODIGO DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "PRODUTO BLOQUEADO" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               WHEN WS-ENT-QTD-ENTREGUE > WS-SALDO-PENDENTE
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Entrega maior que o saldo pendente de "
                   FOREGROUND-COLOR 6 AT 2028
                   DISPLAY WS-SALDO-PENDENTE
                   FOREGROUND-COLOR 6 AT 2067
               WHEN OTHER
                   PERFORM LANCAR-ENTRADA-PRODUTO

                   IF FLAG-PRODUTOS-SUCESSO
                       ADD WS-ENT-QTD-ENTREGUE TO PC-QTD-RECEBIDA

                       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WS-DATA-HOJE TO PC-DATA-RECEBIMENTO

                       IF PC-QTD-RECEBIDA >= PC-QTD-PEDIDA
                           MOVE "F" TO PC-SITUACAO
                       ELSE
                           MOVE "P" TO PC-SITUACAO
                       END-IF

                       MOVE REG-PEDIDO
                           TO TB-PC-REGISTRO(WS-POS-PEDIDO)

                       PERFORM SALVAR-PEDIDOS

                       STRING "PEDIDO=" DELIMITED BY SIZE
                              WS-ENT-NUMERO DELIMITED BY SIZE
                              " QTD=" DELIMITED BY SIZE
                              WS-ENT-QTD-ENTREGUE DELIMITED BY SIZE
                              INTO WS-AUD-PARAMETROS
                       MOVE "PEDIDO RECEBIDO" TO WS-AUD-RESULTADO
                       PERFORM GRAVAR-AUDITORIA

                       PERFORM REGISTRAR-NOTA-FORNECEDOR

                       DISPLAY "Recebimento lancado - situacao: "
                       FOREGROUND-COLOR 2 AT 2028
                       DISPLAY PC-SITUACAO
                       FOREGROUND-COLOR 2 AT 2061
                   END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      *    NOTA DO FORNECEDOR DO RECEBIMENTO: SEM NUMERO OU SEM VALOR
      *    O RECEBIMENTO FICA SEM TITULO A PAGAR (NOTA AINDA NAO
      *    CHEGOU); COM NOTA, CADA PARCELA VIRA UMA LINHA DE
      *    contas_pagar.dat COM O VENCIMENTO DIGITADO.
      *--------------------------------------------------------------*
       REGISTRAR-NOTA-FORNECEDOR.
           DISPLAY SC-LIMPA-TELA.

           MOVE SPACES TO WS-NF-NUMERO.
           MOVE ZEROS  TO WS-NF-VALOR.
           MOVE 1      TO WS-NF-PARCELAS.

           DISPLAY SC-NOTA.
           ACCEPT SC-NF-NUMERO.
           ACCEPT SC-NF-VALOR.
           ACCEPT SC-NF-PARCELAS.

           IF WS-NF-NUMERO = SPACES
           OR WS-NF-VALOR = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Recebimento sem nota - conta a pagar nao gerada"
               FOREGROUND-COLOR 6 AT 1828
           ELSE
               PERFORM GERAR-CONTAS-PAGAR
           END-IF.
      *--------------------------------------------------------------*
       GERAR-CONTAS-PAGAR.

           IF WS-NF-PARCELAS = ZEROS
               MOVE 1 TO WS-NF-PARCELAS
           END-IF.

           PERFORM CONFERIR-NOTA-FORNECEDOR.

           DIVIDE WS-NF-VALOR BY WS-NF-PARCELAS
               GIVING WS-NF-VALOR-PARCELA.

           MOVE ZEROS TO WS-NF-SOMA-PARCELAS WS-QTD-PARCELAS-ERRO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM OBTER-CAMINHO-PAGAR.

           MOVE SPACES TO WS-STATUS-PAGAR.

           OPEN EXTEND PAGAR.

           IF NOT FLAG-PAGAR-SUCESSO
               IF FLAG-PAGAR-NAO-CRIADO
                   OPEN OUTPUT PAGAR
               END-IF
           END-IF.

           PERFORM GRAVAR-PARCELA-PAGAR
           VARYING WS-IDX-PARCELA FROM 1 BY 1
           UNTIL WS-IDX-PARCELA > WS-NF-PARCELAS.

           CLOSE PAGAR.

           DISPLAY SC-LIMPA-TELA.

           EVALUATE TRUE
               WHEN FLAG-NOTA-DIVERGENTE
                   DISPLAY "AVISO: NOTA DIFERE DE RECEBIDO x PRECO "
                       "ACORDADO" AT 1828 FOREGROUND-COLOR 6
                   DISPLAY "Valor esperado: " AT 1928
                   FOREGROUND-COLOR 6
                   DISPLAY WS-VALOR-ESPERADO AT 1944
                   FOREGROUND-COLOR 6
               WHEN FLAG-NOTA-SEM-PRECO
                   DISPLAY "AVISO: SEM PRECO ACORDADO PARA CONFERIR "
                       "A NOTA" AT 1828 FOREGROUND-COLOR 6
           END-EVALUATE.

      *    PARCELA NAO GRAVADA DEIXA A NOTA INCOMPLETA NO CONTAS A
      *    PAGAR: AVISO NA TELA E REGISTRO NA AUDITORIA.
           IF WS-QTD-PARCELAS-ERRO > ZEROS
               DISPLAY "ERRO NA GRAVACAO DO CONTAS A PAGAR - PARCELAS:"
               AT 2028 FOREGROUND-COLOR 6
               DISPLAY WS-QTD-PARCELAS-ERRO AT 2076
               FOREGROUND-COLOR 6
               DISPLAY "STATUS: " AT 2128 FOREGROUND-COLOR 6
               DISPLAY WS-STATUS-PAGAR AT 2136 FOREGROUND-COLOR 6

               MOVE SPACES TO WS-AUD-PARAMETROS
               STRING "NOTA=" DELIMITED BY SIZE
                      WS-NF-NUMERO DELIMITED BY SPACE
                      " FORN=" DELIMITED BY SIZE
                      PC-FORNECEDOR DELIMITED BY SIZE
                      " PARC-ERRO=" DELIMITED BY SIZE
                      WS-QTD-PARCELAS-ERRO DELIMITED BY SIZE
                      " ST=" DELIMITED BY SIZE
                      WS-STATUS-PAGAR DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "ERRO GRAVACAO CONTAS A PAGAR"
                   TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA
           END-IF.

           MOVE SPACES TO WS-AUD-PARAMETROS.
           STRING "NOTA=" DELIMITED BY SIZE
                  WS-NF-NUMERO DELIMITED BY SPACE
                  " FORN=" DELIMITED BY SIZE
                  PC-FORNECEDOR DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-NF-VALOR DELIMITED BY SIZE
                  " CONF=" DELIMITED BY SIZE
                  WS-CONFERENCIA-NOTA DELIMITED BY SIZE
                  INTO WS-AUD-PARAMETROS.
           MOVE "CONTAS A PAGAR GERADAS" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    CONFERENCIA TRIPLA: PEDIDO (FORNECEDOR E PRODUTO), ENTREGA
      *    (QUANTIDADE RECEBIDA AGORA) E NOTA (VALOR COBRADO) CONTRA
      *    O PF-ULT-PRECO ACORDADO. A NOTA DIVERGENTE E GRAVADA
      *    MARCADA PARA O FINANCEIRO CONFERIR ANTES DE PAGAR.
      *--------------------------------------------------------------*
       CONFERIR-NOTA-FORNECEDOR.

           MOVE ZEROS TO WS-VALOR-ESPERADO.

           IF WS-PRECO-ACORDADO = ZEROS
               MOVE "S" TO WS-CONFERENCIA-NOTA
           ELSE
               COMPUTE WS-VALOR-ESPERADO ROUNDED =
                   WS-ENT-QTD-ENTREGUE * WS-PRECO-ACORDADO

               IF WS-NF-VALOR = WS-VALOR-ESPERADO
                   MOVE "O" TO WS-CONFERENCIA-NOTA
               ELSE
                   MOVE "D" TO WS-CONFERENCIA-NOTA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PARCELA-PAGAR.

           IF WS-IDX-PARCELA = WS-NF-PARCELAS
               COMPUTE WS-NF-VALOR-PARCELA =
                   WS-NF-VALOR - WS-NF-SOMA-PARCELAS
           END-IF.

           MOVE ZEROS TO WS-NF-VENCIMENTO.

           PERFORM ACEITAR-VENCIMENTO-PARCELA WITH TEST AFTER
           UNTIL WS-NF-VENCIMENTO > ZEROS.

           MOVE SPACES TO REG-PAGAR.

           MOVE PC-FORNECEDOR       TO CP-FORNECEDOR.
           MOVE WS-NF-NUMERO        TO CP-NOTA.
           MOVE WS-IDX-PARCELA      TO CP-PARCELA.
           MOVE PC-NUMERO           TO CP-PEDIDO.
           MOVE WS-DATA-HOJE        TO CP-EMISSAO.
           MOVE WS-NF-VENCIMENTO    TO CP-VENCIMENTO.
           MOVE WS-NF-VALOR-PARCELA TO CP-VALOR.
           MOVE ZEROS               TO CP-VALOR-PAGO CP-DATA-PGTO.
           MOVE "A"                 TO CP-SITUACAO.
           MOVE WS-NF-VALOR         TO CP-VALOR-NOTA.
           MOVE WS-VALOR-ESPERADO   TO CP-VALOR-ESPERADO.
           MOVE WS-CONFERENCIA-NOTA TO CP-CONFERENCIA.

           WRITE REG-PAGAR.

           IF NOT FLAG-PAGAR-SUCESSO
               ADD 1 TO WS-QTD-PARCELAS-ERRO
           END-IF.

           ADD WS-NF-VALOR-PARCELA TO WS-NF-SOMA-PARCELAS.
      *--------------------------------------------------------------*
       ACEITAR-VENCIMENTO-PARCELA.

           DISPLAY "Vencimento da parcela " AT 1228.
           DISPLAY WS-IDX-PARCELA AT 1250.
           DISPLAY " (AAAAMMDD): " AT 1252.
           ACCEPT WS-NF-VENCIMENTO AT 1266.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PAGAR.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="contas_pagar.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PAGAR==
                ==:DDVAR:==  BY =="DD_PAGAR"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROD-FORN.

       BUSCAR-FORNECEDOR-PREFERIDO.

           MOVE SPACES TO WS-FORN-PREFERIDO.
           MOVE ZEROS  TO WS-PRECO-ACORDADO.
           MOVE SPACES TO WS-STATUS-PROD-FORN.

           PERFORM OBTER-CAMINHO-PROD-FORN.
               AND FLAG-FORN-PREFERENCIAL
                   MOVE PF-CODIGO-FORN TO WS-FORN-PREFERIDO
               END-IF

      *    PRECO ACORDADO COM O FORNECEDOR DO PEDIDO, PARA A
      *    CONFERENCIA DA NOTA.
               IF PF-CODIGO-PROD = PC-CODIGO
               AND PF-CODIGO-FORN = PC-FORNECEDOR
                   MOVE PF-ULT-PRECO TO WS-PRECO-ACORDADO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LANCAR-ENTRADA-PRODUTO.
                   MOVE WS-ENT-QTD-ENTREGUE TO WS-LOC-QTD
                   PERFORM APLICAR-SALDO-LOCAL

                   IF WS-ENT-LOTE NOT = SPACES
                       ACCEPT WS-LT-DATA FROM DATE YYYYMMDD
                       MOVE PC-CODIGO           TO WS-LT-CODIGO
                       MOVE WS-ENT-LOTE         TO WS-LT-LOTE
                       MOVE WS-ENT-VALIDADE     TO WS-LT-VALIDADE
                       MOVE "E"                 TO WS-LT-TIPO
                       MOVE WS-ENT-QTD-ENTREGUE TO WS-LT-QTD
                       PERFORM APLICAR-LOTE
                   END-IF

                   PERFORM GRAVAR-MOVIMENTO-ENTRADA
               END-IF
           END-IF.
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
       GRAVAR-MOVIMENTO-ENTRADA.
           PERFORM OBTER-CAMINHO-MOVIMENTOS.
