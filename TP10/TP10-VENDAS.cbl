      *    movimentos_estoque.txt), CAPTURA FD-PROD-VALOR NO MOMENTO
      *    DA VENDA PARA O ARQUIVO DE RECEITA vendas.dat E IMPRIME O
      *    TICKET DA VENDA. O RESUMO DIARIO POR SETOR CRUZA ENFIM A
      *    RECEITA COM O ESTOQUE QUE SAIU. A VENDA PODE SER A PRAZO
      *    PARA UM CLIENTE DE clientes.dat: O ITEM QUE LEVARIA O SALDO
      *    EM ABERTO DO CLIENTE (receber.dat) MAIS A VENDA ACIMA DO
      *    LIMITE DE CREDITO E RECUSADO, E NO FECHAMENTO A VENDA VIRA
      *    PARCELAS A RECEBER PELA CONDICAO DE PAGAMENTO DO CLIENTE.
      *    A DEVOLUCAO PARTE DO NUMERO DA VENDA ORIGINAL: DEVOLVE ATE
      *    O SALDO AINDA NAO DEVOLVIDO DE CADA ITEM, VOLTA O ESTOQUE
      *    PELO KARDEX (LINHA "E" NA LOJA), GRAVA A RECEITA NEGATIVA
      *    PELO VD-VALOR-UNIT DA VENDA E IMPRIME O COMPROVANTE.
      *    NO FIM DE CADA VENDA O OPERADOR INFORMA COMO ELA FOI PAGA,
      *    PODENDO DIVIDI-LA ENTRE DINHEIRO, DEBITO, CREDITO, PIX E A
      *    PRAZO (SO A PARTE A PRAZO VIRA PARCELAS), GRAVADO EM
      *    pagamentos_venda.dat PARA O FECHAMENTO DE CAIXA DE
      *    TP10-CAIXA; DIA JA FECHADO PARA O OPERADOR NAO ACEITA MAIS
      *    VENDA NEM DEVOLUCAO. O PRECO COBRADO E O DA PROMOCAO VALIDA
      *    NO DIA (promocoes.dat, POR PRODUTO OU SETOR), SEM MEXER NO
      *    PRECO DO MESTRE; O TICKET MOSTRA O PRECO DE TABELA E O
      *    PROMOCIONAL E A LINHA DE RECEITA GUARDA A PROMOCAO. A
      *    BAIXA DO ITEM CONSOME PRIMEIRO O LOTE QUE VENCE ANTES
      *    (estoque_lotes.dat), COMO A SAIDA DE TP10-MOVTO. O KIT
      *    (CESTA, COMBO - COMPOSICAO EM kits.dat, MANTIDA POR
      *    TP10-KITS) TEM COMO DISPONIVEL O SEU SALDO JA MONTADO MAIS
      *    O QUE OS SALDOS DOS COMPONENTES PERMITEM MONTAR; A VENDA
      *    CONSOME PRIMEIRO OS KITS JA MONTADOS E O RESTO SAI DOS
      *    COMPONENTES, CADA UM COM A SUA LINHA "S" NO KARDEX. O
      *    ITEM COBRADO ABAIXO DO CUSTO MEDIO, OU ABAIXO DA MARGEM
      *    MINIMA DO SETOR EM politica_preco.dat, SO PASSA COM A
      *    SENHA DE UM SUPERVISOR, E CADA LIBERACAO FICA GRAVADA EM
      *    liberacoes_preco.dat PARA O RELATORIO TP10-LIBERACOES.
      *    PRODUTO BLOQUEADO NAO E VENDIDO; O DESCONTINUADO SO VENDE
      *    O SALDO QUE AINDA TEM, SEM MONTAR NOVOS KITS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LOCAIS-SELECT.

           COPY LOTE-SELECT.

           COPY KIT-SELECT.

           SELECT MOVIMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.

           COPY VENDA-SELECT.

           COPY CLIENTE-SELECT.

           COPY RECEBER-SELECT.

           COPY PAGTO-VENDA-SELECT.

           COPY CAIXA-SELECT.

           COPY PROMOCAO-SELECT.

           COPY POLITICA-PRECO-SELECT.

           COPY LIBERACAO-PRECO-SELECT.

           SELECT TICKET ASSIGN TO WS-DESTINO-TICKET.


       COPY LOCAIS-FD.

       COPY LOTE-FD.

       COPY KIT-FD.

       FD  MOVIMENTOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVIMENTO.
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-LOCAL              PIC X(2)              VALUE SPACES.

       COPY VENDA-FD.

       COPY CLIENTE-FD.

       COPY RECEBER-FD.

       COPY PAGTO-VENDA-FD.

       COPY CAIXA-FD.

       COPY PROMOCAO-FD.

       COPY POLITICA-PRECO-FD.

       COPY LIBERACAO-PRECO-FD.

       FD TICKET
           LABEL RECORD OMITTED
       77 WS-VALOR-ITEM             PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-DESTINO-TICKET         PIC X(60)             VALUE SPACES.
       77 WS-DATA-RESUMO            PIC 9(8)              VALUE ZEROS.
      *---- KITS E KARDEX --------------------------------------------*
       77 WS-DISPONIVEL             PIC 9(6)              VALUE ZEROS.
       77 WS-KIT-PRONTOS            PIC 9(5)              VALUE ZEROS.
       77 WS-KIT-A-MONTAR           PIC 9(5)              VALUE ZEROS.
       77 WS-KIT-BAIXA              PIC 9(8)              VALUE ZEROS.
       77 WS-MOV-CODIGO             PIC X(5)              VALUE SPACES.
       77 WS-MOV-QUANTIDADE         PIC 9(5)              VALUE ZEROS.
      *---- VENDA A PRAZO --------------------------------------------*
       77 WS-ENT-CLIENTE            PIC X(6)              VALUE SPACES.
       77 WS-CLIENTE-SITUACAO       PIC 9                 VALUE ZEROS.
           88 FLAG-CLIENTE-OK                             VALUE 1.
           88 FLAG-CLIENTE-INEXISTENTE                    VALUE 2.
           88 FLAG-CLIENTE-BLOQUEADO                      VALUE 3.
       77 WS-CLI-NOME               PIC X(30)             VALUE SPACES.
       77 WS-CLI-LIMITE             PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-CLI-PARCELAS           PIC 9(2)              VALUE ZEROS.
       77 WS-CLI-PRAZO-DIAS         PIC 9(3)              VALUE ZEROS.
       77 WS-SALDO-CLIENTE          PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-IDX-PARCELA            PIC 9(2)              VALUE ZEROS.
       77 WS-VALOR-PARCELA          PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-SOMA-PARCELAS          PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-DATA-HOJE-INT          PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-VENC-INT          PIC 9(8)              VALUE ZEROS.
       77 WS-DATA-VENC              PIC 9(8)              VALUE ZEROS.
      *---- DEVOLUCAO DE VENDA ---------------------------------------*
       77 WS-TIPO-MOVIMENTO         PIC X                 VALUE "S".
       77 WS-VENDA-ORIGEM           PIC 9(6)              VALUE ZEROS.
       77 WS-DEV-CLIENTE            PIC X(6)              VALUE SPACES.
       77 WS-ENT-MOTIVO             PIC X(2)              VALUE SPACES.
       77 WS-SALDO-DEVOLVIVEL       PIC 9(6)              VALUE ZEROS.
       77 CONST-LIMITE-DEVOLVIVEIS  PIC 9(2)              VALUE 50.
       77 WS-TOTAL-DEVOLVIVEIS      PIC 9(2)              VALUE ZEROS.
       77 WS-POS-DEVOLVIVEL         PIC 9(2)              VALUE ZEROS.
           88 FLAG-ITEM-DEVOLVIVEL  VALUE 1 THRU 50.
       77 WS-IDX-DEVOLVIVEL         PIC 9(2)              VALUE ZEROS.
       01 TB-DEVOLVIVEIS.
           02 DEVOLVIVEL-ITEM OCCURS 50 TIMES.
               10 TB-DV-CODIGO      PIC X(5)              VALUE SPACES.
               10 TB-DV-SETOR       PIC X(2)              VALUE SPACES.
               10 TB-DV-VALOR-UNIT  PIC 9(5)V9(2)         VALUE ZEROS.
               10 TB-DV-VENDIDA     PIC 9(6)              VALUE ZEROS.
               10 TB-DV-DEVOLVIDA   PIC 9(6)              VALUE ZEROS.
               10 TB-DV-PROMOCAO    PIC 9(4)              VALUE ZEROS.
               10 TB-DV-VALOR-TABELA PIC 9(5)V9(2)        VALUE ZEROS.
               10 TB-DV-GRUPO-FISCAL PIC X(2)             VALUE SPACES.
      *    PARTES DO REEMBOLSO: A VISTA E A PRAZO NA VENDA ORIGINAL E
      *    O QUE VOLTA EM CADA FORMA NESTA DEVOLUCAO.
       77 WS-REEMB-ORIG-AVISTA      PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-REEMB-ORIG-PRAZO       PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-REEMB-AVISTA           PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-REEMB-PRAZO            PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-REEMB-PARTE            PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-REEMB-RESTANTE         PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-SALDO-PARCELA          PIC 9(7)V9(2)         VALUE ZEROS.
      *    TITULOS A RECEBER CARREGADOS PARA O ABATIMENTO, NA MESMA
      *    TABELA DA BAIXA EM TP10-RECEBER.
       77 CONST-LIMITE-TITULOS      PIC 9(4)              VALUE 2000.
       77 WS-TOTAL-TITULOS          PIC 9(4)              VALUE ZEROS.
       77 WS-TABELA-TITULOS-CHEIA   PIC X                 VALUE "N".
           88 FLAG-TABELA-TITULOS-CHEIA             VALUE "S".
       77 WS-IDX-TITULO             PIC 9(4)              VALUE ZEROS.
       01 TB-TITULOS.
           02 TITULOS-TAB OCCURS 2000 TIMES.
               10 TB-CR-REGISTRO    PIC X(65)             VALUE SPACES.
       COPY MOTIVO-DEVOLUCAO.
      *---- FORMAS DE PAGAMENTO E CAIXA ------------------------------*
       77 WS-VALOR-A-PRAZO          PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-RESTANTE               PIC 9(8)V9(2)         VALUE ZEROS.
       77 WS-ENT-FORMA              PIC X(2)              VALUE SPACES.
       77 WS-ENT-VALOR-PAGO         PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-TROCO                  PIC 9(7)V9(2)         VALUE ZEROS.
       77 CONST-LIMITE-PAGTOS       PIC 9                 VALUE 5.
       77 WS-TOTAL-PAGTOS           PIC 9                 VALUE ZEROS.
       77 WS-IDX-PAGTO              PIC 9                 VALUE ZEROS.
       01 TB-PAGTOS.
           02 PAGTO-ITEM OCCURS 5 TIMES.
               10 TB-PG-FORMA       PIC X(2)              VALUE SPACES.
               10 TB-PG-VALOR       PIC 9(7)V9(2)         VALUE ZEROS.
       77 WS-CAIXA-DIA              PIC X                 VALUE "N".
           88 FLAG-CAIXA-FECHADO                          VALUE "S".
       COPY FORMA-PAGAMENTO.
      *---- PRECO ABAIXO DO CUSTO OU DA MARGEM MINIMA ----------------*
      *    MARGEM MINIMA POR SETOR (SUBSCRITO = CODIGO DO SETOR), NA
      *    MESMA CONTA DE TP10-MARGEM: (PRECO - CUSTO) * 100 / CUSTO.
       01 TB-MARGENS-MINIMAS.
           02 MARGEM-MINIMA-ITEM OCCURS 99 TIMES.
               10 TB-MM-MARGEM      PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-SETOR-NUM              PIC 9(2)              VALUE ZEROS.
       77 WS-MARGEM-MINIMA          PIC 9(3)V9(2)         VALUE ZEROS.
       77 WS-MARGEM-ITEM            PIC S9(7)V9(2)        VALUE ZEROS.
       77 WS-PRECO-ABAIXO           PIC X                 VALUE SPACES.
           88 FLAG-PRECO-NORMAL                           VALUE SPACE.
           88 FLAG-PRECO-ABAIXO-CUSTO                     VALUE "C".
           88 FLAG-PRECO-ABAIXO-MARGEM                    VALUE "M".
       77 WS-PRECO-LIBERADO         PIC X                 VALUE "N".
           88 FLAG-PRECO-LIBERADO                         VALUE "S".
       77 WS-OPERADOR-VENDA         PIC X(10)             VALUE SPACES.
       77 WS-PERFIL-VENDA           PIC X(10)             VALUE SPACES.
       77 WS-AUTORIZADOR            PIC X(10)             VALUE SPACES.
       77 WS-LIB-CODIGO             PIC X(5)              VALUE SPACES.
       77 WS-LIB-SETOR              PIC X(2)              VALUE SPACES.
       77 WS-LIB-CUSTO              PIC 9(5)V9(2)         VALUE ZEROS.
      *---- RESUMO DIARIO POR SETOR ----------------------------------*
       77 CONST-LIMITE-SETORES      PIC 9(2)              VALUE 30.
       77 WS-TOTAL-SETORES          PIC 9(2)              VALUE ZEROS.
       01 TB-RESUMO.
           02 RESUMO-ITEM OCCURS 30 TIMES.
               10 TB-RS-SETOR       PIC X(2)              VALUE SPACES.
               10 TB-RS-QTD         PIC S9(6)             VALUE ZEROS.
               10 TB-RS-VALOR       PIC S9(9)V9(2)        VALUE ZEROS.
      *---- LINHAS DO TICKET -----------------------------------------*
       01 TK-TITULO.
           05 FILLER PIC X(18) VALUE "TICKET DE VENDA ".
           05 TK-QTD PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TK-VALOR PIC ZZZZZ9,99.
       01 TK-PROMO.
           05 FILLER PIC X(6) VALUE "  PROM".
           05 TK-PM-NUMERO PIC 9(4).
           05 FILLER PIC X(4) VALUE " DE ".
           05 TK-PM-TABELA PIC ZZZZ9,99.
           05 FILLER PIC X(5) VALUE " POR ".
           05 TK-PM-PROMOCIONAL PIC ZZZZ9,99.
           05 FILLER PIC X(5) VALUE " /UN ".
       01 TK-TOTAL.
           05 FILLER PIC X(22) VALUE "TOTAL DA VENDA:".
           05 TK-TOT-VALOR PIC ZZZ.ZZ9,99.
       01 TK-CLIENTE.
           05 FILLER PIC X(9) VALUE "CLIENTE: ".
           05 TK-CLI-CODIGO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TK-CLI-NOME PIC X(30).
       01 TK-PARCELA.
           05 FILLER PIC X(8) VALUE "PARCELA ".
           05 TK-PAR-NUMERO PIC Z9.
           05 FILLER PIC X(7) VALUE "  VENC ".
           05 TK-PAR-VENCIMENTO PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 TK-PAR-VALOR PIC ZZZ.ZZ9,99.
       01 TK-DEV-TITULO.
           05 FILLER PIC X(25) VALUE "COMPROVANTE DE DEVOLUCAO ".
           05 TK-DEV-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TK-DEV-DATA PIC 9(8).
       01 TK-DEV-ORIGEM.
           05 FILLER PIC X(16) VALUE "VENDA ORIGINAL: ".
           05 TK-DEV-VENDA PIC 9(6).
           05 FILLER PIC X(10) VALUE "  MOTIVO: ".
           05 TK-DEV-MOTIVO PIC X(20).
       01 TK-DEV-TOTAL.
           05 FILLER PIC X(22) VALUE "TOTAL DEVOLVIDO:".
           05 TK-DEV-TOT-VALOR PIC ZZZ.ZZ9,99.
       01 TK-PAGTO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TK-PG-DESCRICAO PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TK-PG-VALOR PIC ZZZ.ZZ9,99.
       01 TK-TROCO.
           05 FILLER PIC X(22) VALUE "TROCO:".
           05 TK-TROCO-VALOR PIC ZZZ.ZZ9,99.
       01 TK-REEMBOLSO.
           05 FILLER PIC X(14) VALUE "REEMBOLSO EM: ".
           05 TK-RE-DESCRICAO PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TK-RE-VALOR PIC ZZZ.ZZ9,99.
       01 TK-RODAPE.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Palinkas e Tavares".
           COPY DIR-DADOS.
           COPY PRODUTO-STATUS.
           COPY LOCAIS-STATUS.
           COPY LOTE-STATUS.
           COPY KIT-STATUS.
      *    AS VENDAS SAEM SEMPRE DO ESTOQUE DA LOJA.
       77 CONST-LOCAL-LOJA          PIC X(2)              VALUE "LJ".
       77 WS-ARQ-MOVIMENTOS         PIC X(60)             VALUE SPACES.
           88 FLAG-MOVIMENTOS-SUCESSO        VALUE "00".
           88 FLAG-MOVIMENTOS-EOF            VALUE "10".
           88 FLAG-MOVIMENTOS-NAO-CRIADO     VALUE "35".
           COPY VENDA-STATUS.
           COPY CLIENTE-STATUS.
           COPY RECEBER-STATUS.
           COPY PAGTO-VENDA-STATUS.
           COPY CAIXA-STATUS.
           COPY PROMOCAO-STATUS.
           COPY POLITICA-PRECO-STATUS.
           COPY LIBERACAO-PRECO-STATUS.
           COPY AUDITORIA-STATUS.
           COPY PRODLOCK-STATUS.
           COPY NUMERADOR-PARAM.

       COPY OPERADOR-STATUS.
      *---- SCREENS ------------------------------------------------*
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "2 - resumo diario por setor".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "3 - devolucao de venda".
            10  LINE + 1  COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "4 - encerrar".

           10   LINE 20   COLUMN 28     FOREGROUND-COLOR  8 VALUE
           "Digite a opcao: ".
      *--------------------------------------------------------------*
       LIBERAR-PRODUTOS-MESTRE.
           COPY LIBERAR-PRODUTOS.
      *--------------------------------------------------------------*
       APURAR-SITUACAO-PRODUTO.
           COPY APURAR-SITUACAO-PRODUTO.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA.
           COPY GRAVAR-AUDITORIA REPLACING ==:PROGRAMA:==
                 BY =="vendas.dat"==
                ==:DESTINO:== BY ==WS-ARQ-VENDAS==
                ==:DDVAR:==  BY =="DD_VENDAS"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CLIENTES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="clientes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CLIENTES==
                ==:DDVAR:==  BY =="DD_CLIENTES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-RECEBER.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="receber.dat"==
                ==:DESTINO:== BY ==WS-ARQ-RECEBER==
                ==:DDVAR:==  BY =="DD_RECEBER"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PAGTOS-VENDA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="pagamentos_venda.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PAGTOS-VENDA==
                ==:DDVAR:==  BY =="DD_PAGTOS-VENDA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-CAIXA.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="fechamento_caixa.dat"==
                ==:DESTINO:== BY ==WS-ARQ-CAIXA==
                ==:DDVAR:==  BY =="DD_CAIXA"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-PROMOCOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="promocoes.dat"==
                ==:DESTINO:== BY ==WS-ARQ-PROMOCOES==
                ==:DDVAR:==  BY =="DD_PROMOCOES"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-POLITICAS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="politica_preco.dat"==
                ==:DESTINO:== BY ==WS-ARQ-POLITICAS==
                ==:DDVAR:==  BY =="DD_POLITICA-PRECO"==.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-LIBERACOES.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="liberacoes_preco.dat"==
                ==:DESTINO:== BY ==WS-ARQ-LIBERACOES==
                ==:DDVAR:==  BY =="DD_LIBERACOES-PRECO"==.
      *--------------------------------------------------------------*
       CARREGAR-PROMOCOES.
           COPY CARREGAR-PROMOCOES.
      *--------------------------------------------------------------*
       APURAR-PRECO-PROMOCAO.
           COPY APURAR-PRECO-PROMOCAO.
      *--------------------------------------------------------------*
       MOSTRAR-OPCOES.
           DISPLAY SC-OPCOES.
               WHEN 2
                   PERFORM RESUMO-DIARIO
               WHEN 3
                   IF FLAG-TRAVA-OBTIDA
                       PERFORM REGISTRAR-DEVOLUCAO
                   ELSE
                       DISPLAY WS-LIMPAR-MENSAGEM AT 2028
                       DISPLAY "Mestre em uso - sessao somente de "
                           "consulta" FOREGROUND-COLOR 6 AT 2028
                   END-IF
               WHEN 4
                   PERFORM ENCERRAR-PROGRAMA
               WHEN OTHER
                   DISPLAY WS-LIMPAR-MENSAGEM AT 2028

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM VERIFICAR-CAIXA-FECHADO.

           IF FLAG-CAIXA-FECHADO
               DISPLAY "Caixa do dia ja fechado para o operador - "
                   "venda nao permitida" FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM INICIAR-VENDA
           END-IF.
      *--------------------------------------------------------------*
      *    O FECHAMENTO DE CAIXA (TP10-CAIXA) GRAVA UMA LINHA POR
      *    OPERADOR E DIA: COM ELA, O DIA DO OPERADOR ESTA ENCERRADO.
      *--------------------------------------------------------------*
       VERIFICAR-CAIXA-FECHADO.

           MOVE "N"    TO WS-CAIXA-DIA.
           MOVE SPACES TO WS-STATUS-CAIXA.

           PERFORM OBTER-CAMINHO-CAIXA.

           OPEN INPUT CAIXA.

           IF FLAG-CAIXA-SUCESSO
               PERFORM CONFERIR-LINHA-CAIXA WITH TEST BEFORE
               UNTIL FLAG-CAIXA-EOF
               OR FLAG-CAIXA-FECHADO
               CLOSE CAIXA
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-CAIXA.

           READ CAIXA.

           IF NOT FLAG-CAIXA-EOF
           AND FC-OPERADOR = WS-LOGIN-ID
           AND FC-DATA = WS-DATA-HOJE
               MOVE "S" TO WS-CAIXA-DIA
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-VENDA.

           PERFORM ENTRADA-CLIENTE.

           IF WS-ENT-CLIENTE NOT = SPACES
           AND NOT FLAG-CLIENTE-OK
               IF FLAG-CLIENTE-INEXISTENTE
                   DISPLAY "Cliente nao cadastrado - venda cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   DISPLAY "Cliente inativo - venda cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               END-IF
           ELSE
               PERFORM EFETUAR-VENDA
           END-IF.
      *--------------------------------------------------------------*
      *    CLIENTE EM BRANCO E VENDA A VISTA. PARA O CLIENTE
      *    CADASTRADO E ATIVO GUARDA A CONDICAO DE PAGAMENTO E SOMA O
      *    SALDO EM ABERTO DOS TITULOS A RECEBER.
      *--------------------------------------------------------------*
       ENTRADA-CLIENTE.

           MOVE SPACES TO WS-ENT-CLIENTE.
           MOVE ZEROS  TO WS-CLIENTE-SITUACAO WS-SALDO-CLIENTE.

           DISPLAY "Cliente (branco = a vista): " AT 0528.
           ACCEPT WS-ENT-CLIENTE AT 0557.

           IF WS-ENT-CLIENTE NOT = SPACES
               MOVE 2      TO WS-CLIENTE-SITUACAO
               MOVE SPACES TO WS-STATUS-CLIENTES

               PERFORM OBTER-CAMINHO-CLIENTES

               OPEN INPUT CLIENTES

               IF FLAG-CLIENTES-SUCESSO
                   PERFORM LOCALIZAR-LINHA-CLIENTE WITH TEST BEFORE
                   UNTIL FLAG-CLIENTES-EOF
                   OR NOT FLAG-CLIENTE-INEXISTENTE
                   CLOSE CLIENTES
               END-IF

               IF FLAG-CLIENTE-OK
                   PERFORM SOMAR-SALDO-CLIENTE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-LINHA-CLIENTE.

           READ CLIENTES.

           IF NOT FLAG-CLIENTES-EOF
               IF CL-CODIGO = WS-ENT-CLIENTE
                   IF FLAG-CLIENTE-ATIVO
                       MOVE 1             TO WS-CLIENTE-SITUACAO
                       MOVE CL-NOME       TO WS-CLI-NOME
                       MOVE CL-LIMITE     TO WS-CLI-LIMITE
                       MOVE CL-PARCELAS   TO WS-CLI-PARCELAS
                       MOVE CL-PRAZO-DIAS TO WS-CLI-PRAZO-DIAS
                   ELSE
                       MOVE 3             TO WS-CLIENTE-SITUACAO
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-SALDO-CLIENTE.

           MOVE SPACES TO WS-STATUS-RECEBER.

           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN INPUT RECEBER.

           IF FLAG-RECEBER-SUCESSO
               PERFORM SOMAR-LINHA-RECEBER WITH TEST BEFORE
               UNTIL FLAG-RECEBER-EOF
               CLOSE RECEBER
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-RECEBER.

           READ RECEBER.

           IF NOT FLAG-RECEBER-EOF
               IF CR-CLIENTE = WS-ENT-CLIENTE
               AND FLAG-CR-ABERTA
                   COMPUTE WS-SALDO-CLIENTE =
                       WS-SALDO-CLIENTE + CR-VALOR - CR-VALOR-PAGO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       EFETUAR-VENDA.

           PERFORM OBTER-PROXIMO-NUMERO.

           IF WS-NUMERO-VENDA = ZEROS
               PERFORM AVISAR-NUMERACAO
           ELSE
               PERFORM PROCESSAR-VENDA
           END-IF.
      *--------------------------------------------------------------*
       PROCESSAR-VENDA.

           MOVE WS-DATA-HOJE TO WS-PM-DATA-VIGENCIA.
           PERFORM CARREGAR-PROMOCOES.
           PERFORM CARREGAR-MARGENS-MINIMAS.

           MOVE ZEROS TO WS-QTD-ITENS WS-TOTAL-VENDA
                         WS-TOTAL-PAGTOS WS-VALOR-A-PRAZO WS-TROCO.

           PERFORM ABRIR-TICKET.

           PERFORM CAPTURAR-ITEM-VENDA WITH TEST AFTER
           UNTIL WS-ENT-CODIGO = SPACES.

           IF WS-QTD-ITENS > ZEROS
               PERFORM ENTRADA-PAGAMENTOS
           END-IF.

           PERFORM FECHAR-TICKET.

           IF WS-QTD-ITENS = ZEROS
                      WS-NUMERO-VENDA DELIMITED BY SIZE
                      " ITENS=" DELIMITED BY SIZE
                      WS-QTD-ITENS DELIMITED BY SIZE
                      " CLIENTE=" DELIMITED BY SIZE
                      WS-ENT-CLIENTE DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "VENDA REGISTRADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               PERFORM CONFIRMAR-NUMERO-VENDA
           END-IF.
      *--------------------------------------------------------------*
      *    O NUMERO DA VENDA (E DA DEVOLUCAO) VEM DO SERVICO DE
      *    NUMERACAO TP05-NUMERADOR. NA PRIMEIRA VEZ O TIPO E
      *    CADASTRADO COM O MAIOR NUMERO JA GRAVADO EM vendas.dat.
      *    SEM NUMERO (TRAVA OCUPADA, FAIXA ESGOTADA) WS-NUMERO-VENDA
      *    FICA ZERADO E NADA E REGISTRADO.
      *--------------------------------------------------------------*
       OBTER-PROXIMO-NUMERO.

           MOVE ZEROS         TO WS-NUMERO-VENDA.
           MOVE "E"           TO NUM-OPERACAO.
           MOVE "VENDA"       TO NUM-TIPO.
           MOVE "TP10-VENDAS" TO NUM-PROGRAMA.
           MOVE 1             TO NUM-QUANTIDADE.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           IF NUM-TIPO-INEXISTENTE
               PERFORM CADASTRAR-NUMERACAO-VENDA
               MOVE "E" TO NUM-OPERACAO
               CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
           END-IF.

           IF NUM-OK
               MOVE NUM-NUMERO-INICIO TO WS-NUMERO-VENDA
           END-IF.
      *--------------------------------------------------------------*
       CADASTRAR-NUMERACAO-VENDA.

           MOVE ZEROS  TO WS-NUMERO-VENDA.
           MOVE SPACES TO WS-STATUS-VENDAS.

               CLOSE VENDAS
           END-IF.

           MOVE "I"                   TO NUM-OPERACAO.
           MOVE "VENDAS E DEVOLUCOES" TO NUM-DESCRICAO.
           MOVE 1                     TO NUM-FAIXA-INICIO.
           MOVE 999999                TO NUM-FAIXA-FIM.
           MOVE WS-NUMERO-VENDA       TO NUM-ULTIMO.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.

           MOVE ZEROS TO WS-NUMERO-VENDA.
      *--------------------------------------------------------------*
       CONFERIR-NUMERO-VENDA.

                   MOVE VD-NUMERO TO WS-NUMERO-VENDA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    NUMERO QUE NAO VIRA DOCUMENTO (VENDA OU DEVOLUCAO SEM
      *    ITENS) FICA SEM CONFIRMACAO E APARECE NO RELATORIO DE
      *    LACUNAS DE TP05_02.
      *--------------------------------------------------------------*
       CONFIRMAR-NUMERO-VENDA.

           MOVE "U"             TO NUM-OPERACAO.
           MOVE "VENDA"         TO NUM-TIPO.
           MOVE WS-NUMERO-VENDA TO NUM-NUMERO-INICIO NUM-NUMERO-FIM.

           CALL "TP05-NUMERADOR" USING NUM-PARAMETROS.
      *--------------------------------------------------------------*
       AVISAR-NUMERACAO.

           EVALUATE TRUE
               WHEN NUM-TRAVA-OCUPADA
                   DISPLAY "Numeracao de vendas ocupada - tente de novo"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN NUM-FAIXA-ESGOTADA
                   DISPLAY "Faixa de numeros de venda esgotada - "
                       "ver TP05_02" FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   DISPLAY "Numeracao de vendas indisponivel - "
                       "ver TP05_02" FOREGROUND-COLOR 6 AT 2028
           END-EVALUATE.
      *--------------------------------------------------------------*
       ABRIR-TICKET.


           WRITE REC-TICKET FROM TK-TITULO
           BEFORE ADVANCING 2 LINES.

           IF WS-ENT-CLIENTE NOT = SPACES
               MOVE WS-ENT-CLIENTE TO TK-CLI-CODIGO
               MOVE WS-CLI-NOME    TO TK-CLI-NOME
               WRITE REC-TICKET FROM TK-CLIENTE
               BEFORE ADVANCING 2 LINES
           END-IF.
      *--------------------------------------------------------------*
       CAPTURAR-ITEM-VENDA.

                   DISPLAY "Produto nao encontrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   MOVE FD-PROD-CODIGO TO WS-PM-PRODUTO
                   MOVE FD-PROD-SETOR  TO WS-PM-SETOR
                   MOVE FD-PROD-VALOR  TO WS-PM-PRECO-TABELA
                   PERFORM APURAR-PRECO-PROMOCAO

                   COMPUTE WS-VALOR-ITEM ROUNDED =
                       WS-ENT-QUANTIDADE * WS-PM-PRECO-VENDA

                   PERFORM APURAR-SITUACAO-PRODUTO

                   MOVE FD-PROD-CODIGO      TO WS-KT-KIT
                   PERFORM APURAR-KIT
                   COMPUTE WS-DISPONIVEL =
                       FD-PROD-QTD-ESTOQUE + WS-KT-MONTAVEIS

                   IF FLAG-VIGENTE-DESCONTINUADO
                       MOVE FD-PROD-QTD-ESTOQUE TO WS-DISPONIVEL
                   END-IF

                   EVALUATE TRUE
                       WHEN FLAG-VIGENTE-BLOQUEADO
                           DISPLAY "Produto bloqueado - item recusado"
                           FOREGROUND-COLOR 6 AT 2028
                       WHEN FLAG-VIGENTE-DESCONTINUADO
                       AND WS-ENT-QUANTIDADE > WS-DISPONIVEL
                           DISPLAY "Produto descontinuado - saldo "
                               "insuficiente" FOREGROUND-COLOR 6 AT 2028
                       WHEN WS-ENT-QUANTIDADE > WS-DISPONIVEL
                           DISPLAY "Saida maior que o estoque atual"
                           FOREGROUND-COLOR 6 AT 2028
                       WHEN WS-ENT-CLIENTE NOT = SPACES
                       AND WS-SALDO-CLIENTE + WS-TOTAL-VENDA
                         + WS-VALOR-ITEM > WS-CLI-LIMITE
                           DISPLAY "Limite de credito excedido - item "
                               "recusado" FOREGROUND-COLOR 6 AT 2028
                       WHEN OTHER
                           PERFORM CONFERIR-PRECO-MINIMO

                           IF FLAG-PRECO-LIBERADO
                               PERFORM BAIXAR-ITEM-VENDA
                           END-IF
                   END-EVALUATE
               END-IF

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
      *    A POLITICA DE MARKUP DE TP06_13 DA A MARGEM MINIMA DE CADA
      *    SETOR; SEM O ARQUIVO OU SEM LINHA PARA O SETOR, SO O PRECO
      *    ABAIXO DO CUSTO E BARRADO.
      *--------------------------------------------------------------*
       CARREGAR-MARGENS-MINIMAS.

           INITIALIZE TB-MARGENS-MINIMAS.
           MOVE SPACES TO WS-STATUS-POLITICAS.

           PERFORM OBTER-CAMINHO-POLITICAS.

           OPEN INPUT POLITICAS-PRECO.

           IF FLAG-POLITICAS-SUCESSO
               PERFORM CARREGAR-LINHA-POLITICA WITH TEST BEFORE
               UNTIL FLAG-POLITICAS-EOF
               CLOSE POLITICAS-PRECO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-POLITICA.

           READ POLITICAS-PRECO.

           IF NOT FLAG-POLITICAS-EOF
           AND PP-SETOR IS NUMERIC
           AND PP-SETOR > ZEROS
           AND PP-MARGEM-MINIMA IS NUMERIC
               MOVE PP-MARGEM-MINIMA TO TB-MM-MARGEM(PP-SETOR)
           END-IF.
      *--------------------------------------------------------------*
      *    O PRECO CONFERIDO E O COBRADO (JA COM A PROMOCAO DO DIA)
      *    CONTRA O CUSTO MEDIO DO MESTRE; PRODUTO SEM CUSTO APURADO
      *    NAO TEM COMO SER CONFERIDO E PASSA. ABAIXO DO CUSTO OU DA
      *    MARGEM MINIMA DO SETOR, O ITEM SO ENTRA NA VENDA COM A
      *    SENHA DE UM OPERADOR DE PERFIL SUPERVISOR.
      *--------------------------------------------------------------*
       CONFERIR-PRECO-MINIMO.

           MOVE SPACES TO WS-PRECO-ABAIXO.
           MOVE "S"    TO WS-PRECO-LIBERADO.
           MOVE ZEROS  TO WS-MARGEM-MINIMA.

           IF FD-PROD-SETOR IS NUMERIC
               MOVE FD-PROD-SETOR TO WS-SETOR-NUM
               IF WS-SETOR-NUM > ZEROS
                   MOVE TB-MM-MARGEM(WS-SETOR-NUM) TO WS-MARGEM-MINIMA
               END-IF
           END-IF.

           IF FD-PROD-CUSTO-MEDIO > ZEROS
               COMPUTE WS-MARGEM-ITEM ROUNDED =
                   (WS-PM-PRECO-VENDA - FD-PROD-CUSTO-MEDIO) * 100
                   / FD-PROD-CUSTO-MEDIO

               EVALUATE TRUE
                   WHEN WS-PM-PRECO-VENDA < FD-PROD-CUSTO-MEDIO
                       MOVE "C" TO WS-PRECO-ABAIXO
                   WHEN WS-MARGEM-ITEM < WS-MARGEM-MINIMA
                       MOVE "M" TO WS-PRECO-ABAIXO
               END-EVALUATE
           END-IF.

           IF NOT FLAG-PRECO-NORMAL
               MOVE FD-PROD-CODIGO      TO WS-LIB-CODIGO
               MOVE FD-PROD-SETOR       TO WS-LIB-SETOR
               MOVE FD-PROD-CUSTO-MEDIO TO WS-LIB-CUSTO
               PERFORM AUTORIZAR-PRECO-SUPERVISOR
           END-IF.
      *--------------------------------------------------------------*
      *    O LOGIN DO SUPERVISOR USA OS MESMOS CAMPOS DO LOGIN DA
      *    SESSAO (VALIDAR-LOGIN.cpy): O OPERADOR DA VENDA E O SEU
      *    PERFIL SAO GUARDADOS ANTES E DEVOLVIDOS DEPOIS, PARA QUE A
      *    VENDA, O KARDEX E O CAIXA CONTINUEM NO NOME DELE.
      *--------------------------------------------------------------*
       AUTORIZAR-PRECO-SUPERVISOR.

           MOVE "N"             TO WS-PRECO-LIBERADO.
           MOVE SPACES          TO WS-AUTORIZADOR.
           MOVE WS-LOGIN-ID     TO WS-OPERADOR-VENDA.
           MOVE WS-LOGIN-PERFIL TO WS-PERFIL-VENDA.

           IF FLAG-PRECO-ABAIXO-CUSTO
               DISPLAY "Preco abaixo do custo medio: " AT 0928
               FOREGROUND-COLOR 6
           ELSE
               DISPLAY "Margem abaixo da minima do setor: " AT 0928
               FOREGROUND-COLOR 6
           END-IF.

           DISPLAY WS-PM-PRECO-VENDA AT 0963 FOREGROUND-COLOR 6.

           MOVE SPACES TO WS-LOGIN-ID.
           MOVE SPACES TO WS-LOGIN-SENHA.

           DISPLAY "Supervisor: " AT 1028.
           ACCEPT WS-LOGIN-ID AT 1040.
           DISPLAY "Senha:      " AT 1128.
           ACCEPT WS-LOGIN-SENHA AT 1140 WITH SECURE.

           PERFORM VALIDAR-LOGIN.

           EVALUATE TRUE
               WHEN NOT FLAG-LOGIN-VALIDO
                   DISPLAY "Supervisor ou senha invalidos - item "
                       "recusado" FOREGROUND-COLOR 6 AT 2028
               WHEN NOT FLAG-PERFIL-SUPERVISOR
                   DISPLAY "Liberacao exige perfil supervisor - item "
                       "recusado" FOREGROUND-COLOR 6 AT 2028

                   STRING "PRODUTO=" DELIMITED BY SIZE
                          WS-LIB-CODIGO DELIMITED BY SIZE
                          " SUPERVISOR=" DELIMITED BY SIZE
                          WS-LOGIN-ID DELIMITED BY SPACE
                          " PERFIL=" DELIMITED BY SIZE
                          WS-LOGIN-PERFIL DELIMITED BY SIZE
                          INTO WS-AUD-PARAMETROS
                   MOVE "LIBERACAO NEGADA" TO WS-AUD-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               WHEN OTHER
                   MOVE WS-LOGIN-ID TO WS-AUTORIZADOR
                   MOVE "S"         TO WS-PRECO-LIBERADO
           END-EVALUATE.

           MOVE WS-OPERADOR-VENDA TO WS-LOGIN-ID.
           MOVE WS-PERFIL-VENDA   TO WS-LOGIN-PERFIL.
           MOVE SPACES            TO WS-LOGIN-SENHA.

           DISPLAY WS-LIMPAR-MENSAGEM AT 0928.
           DISPLAY WS-LIMPAR-MENSAGEM AT 1028.
           DISPLAY WS-LIMPAR-MENSAGEM AT 1128.
      *--------------------------------------------------------------*
      *    UMA LINHA POR ITEM LIBERADO, COM O PRECO COBRADO, O CUSTO
      *    MEDIO DO MOMENTO E QUEM AUTORIZOU.
      *--------------------------------------------------------------*
       GRAVAR-LIBERACAO-PRECO.

           PERFORM OBTER-CAMINHO-LIBERACOES.

           MOVE SPACES TO WS-STATUS-LIBERACOES.

           OPEN EXTEND LIBERACOES-PRECO.

           IF NOT FLAG-LIBERACOES-SUCESSO
               IF FLAG-LIBERACOES-NAO-CRIADO
                   OPEN OUTPUT LIBERACOES-PRECO
               END-IF
           END-IF.

           MOVE SPACES TO REG-LIBERACAO-PRECO.

           MOVE WS-NUMERO-VENDA   TO LP-VENDA.
           MOVE WS-DATA-HOJE      TO LP-DATA.
           MOVE WS-LOGIN-ID       TO LP-OPERADOR.
           MOVE WS-LIB-CODIGO     TO LP-CODIGO.
           MOVE WS-LIB-SETOR      TO LP-SETOR.
           MOVE WS-ENT-QUANTIDADE TO LP-QUANTIDADE.
           MOVE WS-PM-PRECO-VENDA TO LP-PRECO.
           MOVE WS-LIB-CUSTO      TO LP-CUSTO.
           MOVE WS-MARGEM-MINIMA  TO LP-MARGEM-MINIMA.
           MOVE WS-PRECO-ABAIXO   TO LP-MOTIVO.
           MOVE WS-AUTORIZADOR    TO LP-AUTORIZADOR.

           WRITE REG-LIBERACAO-PRECO.

           CLOSE LIBERACOES-PRECO.

           STRING "VENDA=" DELIMITED BY SIZE
                  WS-NUMERO-VENDA DELIMITED BY SIZE
                  " PRODUTO=" DELIMITED BY SIZE
                  WS-LIB-CODIGO DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-PRECO-ABAIXO DELIMITED BY SIZE
                  " POR=" DELIMITED BY SIZE
                  WS-AUTORIZADOR DELIMITED BY SPACE
                  INTO WS-AUD-PARAMETROS.
           MOVE "PRECO ABAIXO LIBERADO" TO WS-AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
      *    NO KIT, O QUE PASSA DO SALDO JA MONTADO SAI DOS
      *    COMPONENTES (APURADOS POR APURAR-KIT EM
      *    PROCESSAR-ITEM-VENDA); A RECEITA FICA NO CODIGO DO KIT.
      *--------------------------------------------------------------*
       BAIXAR-ITEM-VENDA.

           MOVE WS-ENT-QUANTIDADE TO WS-KIT-PRONTOS.
           MOVE ZEROS             TO WS-KIT-A-MONTAR.

           IF WS-ENT-QUANTIDADE > FD-PROD-QTD-ESTOQUE
               MOVE FD-PROD-QTD-ESTOQUE TO WS-KIT-PRONTOS
               COMPUTE WS-KIT-A-MONTAR =
                   WS-ENT-QUANTIDADE - FD-PROD-QTD-ESTOQUE
           END-IF.

           MOVE "S" TO WS-TIPO-MOVIMENTO.
           ACCEPT WS-LT-DATA FROM DATE YYYYMMDD.

           IF WS-KIT-PRONTOS > ZEROS
               SUBTRACT WS-KIT-PRONTOS FROM FD-PROD-QTD-ESTOQUE
               REWRITE REG-PRODUTO

               MOVE WS-ENT-CODIGO  TO WS-MOV-CODIGO
               MOVE WS-KIT-PRONTOS TO WS-MOV-QUANTIDADE
               PERFORM BAIXAR-ESTOQUE-LOJA
           END-IF.

           IF WS-KIT-A-MONTAR > ZEROS
               PERFORM BAIXAR-COMPONENTE-KIT
               VARYING WS-KT-IDX FROM 1 BY 1
               UNTIL WS-KT-IDX > WS-KT-TOTAL-COMPONENTES

      *        SEM KIT MONTADO EM ESTOQUE, O CUSTO MEDIO DO KIT PASSA
      *        A SER O DOS COMPONENTES QUE SAIRAM.
               MOVE WS-ENT-CODIGO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF FD-PROD-QTD-ESTOQUE = ZEROS
                   MOVE WS-KT-CUSTO TO FD-PROD-CUSTO-MEDIO
                   REWRITE REG-PRODUTO
               END-IF
           END-IF.

           PERFORM GRAVAR-ITEM-VENDA.
           PERFORM IMPRIMIR-ITEM-TICKET.

           IF NOT FLAG-PRECO-NORMAL
               PERFORM GRAVAR-LIBERACAO-PRECO
           END-IF.
      *--------------------------------------------------------------*
       BAIXAR-COMPONENTE-KIT.

           COMPUTE WS-KIT-BAIXA =
               WS-KIT-A-MONTAR * TB-KC-QUANTIDADE(WS-KT-IDX).

           MOVE TB-KC-CODIGO(WS-KT-IDX) TO FD-PROD-CODIGO.
           READ PRODUTOS.

           IF FLAG-PRODUTOS-SUCESSO
               IF WS-KIT-BAIXA > FD-PROD-QTD-ESTOQUE
                   MOVE ZEROS TO FD-PROD-QTD-ESTOQUE
               ELSE
                   SUBTRACT WS-KIT-BAIXA FROM FD-PROD-QTD-ESTOQUE
               END-IF

               REWRITE REG-PRODUTO

               MOVE TB-KC-CODIGO(WS-KT-IDX) TO WS-MOV-CODIGO
               MOVE WS-KIT-BAIXA            TO WS-MOV-QUANTIDADE
               PERFORM BAIXAR-ESTOQUE-LOJA
           END-IF.
      *--------------------------------------------------------------*
       BAIXAR-ESTOQUE-LOJA.

           MOVE WS-MOV-CODIGO     TO WS-LOC-CODIGO.
           MOVE CONST-LOCAL-LOJA  TO WS-LOC-LOCAL.
           MOVE "S"               TO WS-LOC-TIPO.
           MOVE WS-MOV-QUANTIDADE TO WS-LOC-QTD.
           PERFORM APLICAR-SALDO-LOCAL.

           MOVE WS-MOV-CODIGO     TO WS-LT-CODIGO.
           MOVE "S"               TO WS-LT-TIPO.
           MOVE WS-MOV-QUANTIDADE TO WS-LT-QTD.
           PERFORM APLICAR-LOTE.

           PERFORM GRAVAR-MOVIMENTO-ESTOQUE.
      *--------------------------------------------------------------*
       OBTER-CAMINHO-ESTOQUE-LOCAIS.

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
       OBTER-CAMINHO-KITS.

           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="kits.dat"==
                ==:DESTINO:== BY ==WS-ARQ-KITS==
                ==:DDVAR:==  BY =="DD_KITS"==.
      *--------------------------------------------------------------*
       APURAR-KIT.
           COPY APURAR-KIT.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTO-ESTOQUE.
           PERFORM OBTER-CAMINHO-MOVIMENTOS.

           MOVE SPACES TO WS-STATUS-MOVIMENTOS.

           MOVE SPACES TO REG-MOVIMENTO.

           MOVE WS-MOV-CODIGO     TO MV-CODIGO.
           MOVE WS-TIPO-MOVIMENTO TO MV-TIPO.
           MOVE WS-MOV-QUANTIDADE TO MV-QUANTIDADE.
           MOVE WS-DATA-HOJE      TO MV-DATA.
           MOVE WS-LOGIN-ID       TO MV-OPERADOR.
           MOVE CONST-LOCAL-LOJA  TO MV-LOCAL.
       GRAVAR-ITEM-VENDA.

           COMPUTE WS-VALOR-ITEM ROUNDED =
               WS-ENT-QUANTIDADE * WS-PM-PRECO-VENDA.

           MOVE SPACES TO WS-STATUS-VENDAS.

           MOVE WS-ENT-CODIGO     TO VD-CODIGO.
           MOVE FD-PROD-SETOR     TO VD-SETOR.
           MOVE WS-ENT-QUANTIDADE TO VD-QUANTIDADE.
           MOVE WS-PM-PRECO-VENDA TO VD-VALOR-UNIT.
           MOVE WS-VALOR-ITEM     TO VD-VALOR-TOTAL.
           MOVE WS-ENT-CLIENTE    TO VD-CLIENTE.
           MOVE "V"               TO VD-TIPO.
           MOVE WS-PM-NUMERO-APLICADO TO VD-PROMOCAO.
           MOVE FD-PROD-VALOR     TO VD-VALOR-TABELA.
           MOVE FD-PROD-GRUPO-FISCAL TO VD-GRUPO-FISCAL.

           WRITE REG-VENDA.


           WRITE REC-TICKET FROM TK-ITEM
           BEFORE ADVANCING 1 LINE.

           IF FLAG-PM-EM-PROMOCAO
               MOVE WS-PM-NUMERO-APLICADO TO TK-PM-NUMERO
               MOVE WS-PM-PRECO-TABELA    TO TK-PM-TABELA
               MOVE WS-PM-PRECO-VENDA     TO TK-PM-PROMOCIONAL
               WRITE REC-TICKET FROM TK-PROMO
               BEFORE ADVANCING 1 LINE
           END-IF.
      *--------------------------------------------------------------*
       FECHAR-TICKET.


           WRITE REC-TICKET FROM TK-TOTAL
           BEFORE ADVANCING 2 LINES.

           IF WS-QTD-ITENS > ZEROS
               PERFORM GRAVAR-PAGAMENTOS-VENDA
           END-IF.

           IF WS-VALOR-A-PRAZO > ZEROS
               PERFORM GRAVAR-PARCELAS
           END-IF.

           WRITE REC-TICKET FROM TK-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE TICKET.
      *--------------------------------------------------------------*
      *    O TOTAL DA VENDA E QUITADO EM ATE CONST-LIMITE-PAGTOS
      *    PARTES; A ULTIMA PARTE POSSIVEL QUITA O QUE RESTAR. SO O
      *    DINHEIRO ACEITA VALOR ACIMA DO RESTANTE (A DIFERENCA E
      *    TROCO) E SO A VENDA COM CLIENTE ACEITA A PRAZO.
      *--------------------------------------------------------------*
       ENTRADA-PAGAMENTOS.

           MOVE WS-TOTAL-VENDA TO WS-RESTANTE.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "PAGAMENTO DA VENDA " AT 0328.
           DISPLAY WS-NUMERO-VENDA AT 0347.
           DISPLAY "Total da venda: " AT 0428.
           DISPLAY WS-TOTAL-VENDA AT 0444.

           MOVE 6 TO WS-COUNT-LINE.

           PERFORM LISTAR-LINHA-FORMA
           VARYING WS-IDX-FORMA FROM 1 BY 1
           UNTIL WS-IDX-FORMA > CONST-QTD-FORMAS.

           PERFORM CAPTURAR-PAGAMENTO WITH TEST BEFORE
           UNTIL WS-RESTANTE = ZEROS.
      *--------------------------------------------------------------*
       LISTAR-LINHA-FORMA.

           DISPLAY WS-FOR-CODIGO(WS-IDX-FORMA)
               AT LINE WS-COUNT-LINE COLUMN 30.
           DISPLAY WS-FOR-DESCRICAO(WS-IDX-FORMA)
               AT LINE WS-COUNT-LINE COLUMN 34.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       CAPTURAR-PAGAMENTO.

           MOVE SPACES TO WS-ENT-FORMA.
           MOVE ZEROS  TO WS-ENT-VALOR-PAGO.

           DISPLAY "Restante a pagar: " AT 1228.
           DISPLAY WS-RESTANTE AT 1246.

           DISPLAY "Forma: " AT 1328.
           ACCEPT WS-ENT-FORMA AT 1335.

           DISPLAY "Valor (zero = restante): " AT 1428.
           ACCEPT WS-ENT-VALOR-PAGO AT 1453.

           MOVE ZEROS TO WS-POS-FORMA.

           PERFORM VARYING WS-IDX-FORMA FROM 1 BY 1
           UNTIL WS-IDX-FORMA > CONST-QTD-FORMAS

               IF WS-FOR-CODIGO(WS-IDX-FORMA) = WS-ENT-FORMA
                   MOVE WS-IDX-FORMA TO WS-POS-FORMA
               END-IF
           END-PERFORM.

           IF WS-ENT-VALOR-PAGO = ZEROS
           OR WS-TOTAL-PAGTOS + 1 = CONST-LIMITE-PAGTOS
           AND WS-ENT-VALOR-PAGO < WS-RESTANTE
               MOVE WS-RESTANTE TO WS-ENT-VALOR-PAGO
           END-IF.

           DISPLAY WS-LIMPAR-MENSAGEM AT 2028.

           EVALUATE TRUE
               WHEN NOT FLAG-FORMA-VALIDA
                   DISPLAY "Forma de pagamento invalida"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-FORMA = "PZ"
               AND NOT FLAG-CLIENTE-OK
                   DISPLAY "A prazo somente em venda com cliente"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN WS-ENT-VALOR-PAGO > WS-RESTANTE
               AND WS-ENT-FORMA NOT = "DI"
                   DISPLAY "Valor maior que o restante a pagar"
                   FOREGROUND-COLOR 6 AT 2028
               WHEN OTHER
                   PERFORM REGISTRAR-PARTE-PAGAMENTO
           END-EVALUATE.
      *--------------------------------------------------------------*
       REGISTRAR-PARTE-PAGAMENTO.

           IF WS-ENT-VALOR-PAGO > WS-RESTANTE
               COMPUTE WS-TROCO = WS-ENT-VALOR-PAGO - WS-RESTANTE
               MOVE WS-RESTANTE TO WS-ENT-VALOR-PAGO

               DISPLAY "Troco: " FOREGROUND-COLOR 2 AT 1628
               DISPLAY WS-TROCO FOREGROUND-COLOR 2 AT 1635
           END-IF.

           ADD 1 TO WS-TOTAL-PAGTOS.
           MOVE WS-ENT-FORMA      TO TB-PG-FORMA(WS-TOTAL-PAGTOS).
           MOVE WS-ENT-VALOR-PAGO TO TB-PG-VALOR(WS-TOTAL-PAGTOS).

           SUBTRACT WS-ENT-VALOR-PAGO FROM WS-RESTANTE.

           IF WS-ENT-FORMA = "PZ"
               ADD WS-ENT-VALOR-PAGO TO WS-VALOR-A-PRAZO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-PAGAMENTOS-VENDA.

           PERFORM OBTER-CAMINHO-PAGTOS-VENDA.

           MOVE SPACES TO WS-STATUS-PAGTOS-VENDA.

           OPEN EXTEND PAGTOS-VENDA.

           IF NOT FLAG-PAGTOS-VENDA-SUCESSO
               IF FLAG-PAGTOS-VENDA-NAO-CRIADO
                   OPEN OUTPUT PAGTOS-VENDA
               END-IF
           END-IF.

           PERFORM GRAVAR-LINHA-PAGAMENTO
           VARYING WS-IDX-PAGTO FROM 1 BY 1
           UNTIL WS-IDX-PAGTO > WS-TOTAL-PAGTOS.

           CLOSE PAGTOS-VENDA.

           IF WS-TROCO > ZEROS
               MOVE WS-TROCO TO TK-TROCO-VALOR
               WRITE REC-TICKET FROM TK-TROCO
               BEFORE ADVANCING 1 LINE
           END-IF.

           WRITE REC-TICKET FROM SPACES
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-PAGAMENTO.

           MOVE SPACES TO REG-PAGTO-VENDA.

           MOVE WS-NUMERO-VENDA           TO PG-VENDA.
           MOVE WS-DATA-HOJE              TO PG-DATA.
           MOVE WS-LOGIN-ID               TO PG-OPERADOR.
           MOVE TB-PG-FORMA(WS-IDX-PAGTO) TO PG-FORMA.
           MOVE TB-PG-VALOR(WS-IDX-PAGTO) TO PG-VALOR.

           WRITE REG-PAGTO-VENDA.

           MOVE TB-PG-FORMA(WS-IDX-PAGTO) TO WS-ENT-FORMA.
           PERFORM LOCALIZAR-DESCRICAO-FORMA.

           MOVE TB-PG-VALOR(WS-IDX-PAGTO) TO TK-PG-VALOR.

           WRITE REC-TICKET FROM TK-PAGTO
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       LOCALIZAR-DESCRICAO-FORMA.

           MOVE SPACES TO TK-PG-DESCRICAO TK-RE-DESCRICAO.

           PERFORM VARYING WS-IDX-FORMA FROM 1 BY 1
           UNTIL WS-IDX-FORMA > CONST-QTD-FORMAS

               IF WS-FOR-CODIGO(WS-IDX-FORMA) = WS-ENT-FORMA
                   MOVE WS-FOR-DESCRICAO(WS-IDX-FORMA)
                       TO TK-PG-DESCRICAO TK-RE-DESCRICAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      *    SO A PARTE PAGA A PRAZO VIRA PARCELAS A RECEBER, IGUAIS
      *    PELA CONDICAO DO CLIENTE (SEM PARCELAS CADASTRADAS VALE
      *    PARCELA UNICA), A ULTIMA FICANDO COM A SOBRA DOS
      *    CENTAVOS. A PARCELA N VENCE N VEZES O PRAZO EM DIAS
      *    DEPOIS DA VENDA.
      *--------------------------------------------------------------*
       GRAVAR-PARCELAS.

           IF WS-CLI-PARCELAS = ZEROS
               MOVE 1 TO WS-CLI-PARCELAS
           END-IF.

           DIVIDE WS-VALOR-A-PRAZO BY WS-CLI-PARCELAS
               GIVING WS-VALOR-PARCELA.

           MOVE ZEROS TO WS-SOMA-PARCELAS.

           COMPUTE WS-DATA-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM OBTER-CAMINHO-RECEBER.

           MOVE SPACES TO WS-STATUS-RECEBER.

           OPEN EXTEND RECEBER.

           IF NOT FLAG-RECEBER-SUCESSO
               IF FLAG-RECEBER-NAO-CRIADO
                   OPEN OUTPUT RECEBER
               END-IF
           END-IF.

           PERFORM GRAVAR-PARCELA
           VARYING WS-IDX-PARCELA FROM 1 BY 1
           UNTIL WS-IDX-PARCELA > WS-CLI-PARCELAS.

           CLOSE RECEBER.
      *--------------------------------------------------------------*
       GRAVAR-PARCELA.

           IF WS-IDX-PARCELA = WS-CLI-PARCELAS
               COMPUTE WS-VALOR-PARCELA =
                   WS-VALOR-A-PRAZO - WS-SOMA-PARCELAS
           END-IF.

           COMPUTE WS-DATA-VENC-INT =
               WS-DATA-HOJE-INT + WS-CLI-PRAZO-DIAS * WS-IDX-PARCELA.
           COMPUTE WS-DATA-VENC =
               FUNCTION DATE-OF-INTEGER(WS-DATA-VENC-INT).

           MOVE SPACES TO REG-RECEBER.

           MOVE WS-ENT-CLIENTE   TO CR-CLIENTE.
           MOVE WS-NUMERO-VENDA  TO CR-VENDA.
           MOVE WS-IDX-PARCELA   TO CR-PARCELA.
           MOVE WS-DATA-HOJE     TO CR-EMISSAO.
           MOVE WS-DATA-VENC     TO CR-VENCIMENTO.
           MOVE WS-VALOR-PARCELA TO CR-VALOR.
           MOVE ZEROS            TO CR-VALOR-PAGO CR-DATA-PGTO.
           MOVE "A"              TO CR-SITUACAO.

           WRITE REG-RECEBER.

           ADD WS-VALOR-PARCELA TO WS-SOMA-PARCELAS.

           MOVE WS-IDX-PARCELA   TO TK-PAR-NUMERO.
           MOVE WS-DATA-VENC     TO TK-PAR-VENCIMENTO.
           MOVE WS-VALOR-PARCELA TO TK-PAR-VALOR.

           WRITE REC-TICKET FROM TK-PARCELA
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
      *    DEVOLUCAO: CARREGA OS ITENS DA VENDA ORIGINAL COM O QUE JA
      *    FOI DEVOLVIDO DE CADA UM EM DEVOLUCOES ANTERIORES, PEDE O
      *    MOTIVO E SO ENTAO ACEITA OS ITENS DEVOLVIDOS.
      *--------------------------------------------------------------*
       REGISTRAR-DEVOLUCAO.
           DISPLAY SC-LIMPA-TELA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM VERIFICAR-CAIXA-FECHADO.

           IF FLAG-CAIXA-FECHADO
               DISPLAY "Caixa do dia ja fechado para o operador - "
                   "devolucao nao permitida" FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM INICIAR-DEVOLUCAO
           END-IF.
      *--------------------------------------------------------------*
       INICIAR-DEVOLUCAO.

           MOVE ZEROS TO WS-VENDA-ORIGEM.

           DISPLAY "Numero da venda original: " AT 0528.
           ACCEPT WS-VENDA-ORIGEM AT 0555.

           PERFORM CARREGAR-VENDA-ORIGEM.

           IF WS-TOTAL-DEVOLVIVEIS = ZEROS
               DISPLAY SC-LIMPA-TELA
               DISPLAY "Venda nao encontrada"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM ENTRADA-MOTIVO

               IF NOT FLAG-MOTIVO-VALIDO
                   DISPLAY SC-LIMPA-TELA
                   DISPLAY "Motivo invalido - devolucao cancelada"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM EFETUAR-DEVOLUCAO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-VENDA-ORIGEM.

           MOVE ZEROS  TO WS-TOTAL-DEVOLVIVEIS.
           MOVE SPACES TO WS-DEV-CLIENTE.
           INITIALIZE TB-DEVOLVIVEIS.

           MOVE SPACES TO WS-STATUS-VENDAS.

           PERFORM OBTER-CAMINHO-VENDAS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               PERFORM CONFERIR-LINHA-ORIGEM WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-LINHA-ORIGEM.

           READ VENDAS.

           IF NOT FLAG-VENDAS-EOF
               EVALUATE TRUE
                   WHEN FLAG-VD-VENDA
                   AND VD-NUMERO = WS-VENDA-ORIGEM
                       PERFORM SOMAR-ITEM-VENDIDO
                   WHEN FLAG-VD-DEVOLUCAO
                   AND VD-VENDA-ORIGEM = WS-VENDA-ORIGEM
                       PERFORM SOMAR-ITEM-DEVOLVIDO
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-ITEM-VENDIDO.

           MOVE VD-CLIENTE TO WS-DEV-CLIENTE.
           MOVE VD-CODIGO  TO WS-ENT-CODIGO.
           PERFORM LOCALIZAR-ITEM-DEVOLVIVEL.

           IF NOT FLAG-ITEM-DEVOLVIVEL
           AND WS-TOTAL-DEVOLVIVEIS < CONST-LIMITE-DEVOLVIVEIS
               ADD 1 TO WS-TOTAL-DEVOLVIVEIS
               MOVE WS-TOTAL-DEVOLVIVEIS TO WS-POS-DEVOLVIVEL
               MOVE VD-CODIGO     TO TB-DV-CODIGO(WS-POS-DEVOLVIVEL)
               MOVE VD-SETOR      TO TB-DV-SETOR(WS-POS-DEVOLVIVEL)
               MOVE VD-VALOR-UNIT TO TB-DV-VALOR-UNIT(WS-POS-DEVOLVIVEL)
               PERFORM GUARDAR-PROMOCAO-VENDIDA
           END-IF.

           IF FLAG-ITEM-DEVOLVIVEL
               ADD VD-QUANTIDADE TO TB-DV-VENDIDA(WS-POS-DEVOLVIVEL)
           END-IF.
      *--------------------------------------------------------------*
      *    LINHAS GRAVADAS ANTES DAS PROMOCOES NAO TRAZEM OS CAMPOS.
      *--------------------------------------------------------------*
       GUARDAR-PROMOCAO-VENDIDA.

           IF VD-PROMOCAO IS NUMERIC
               MOVE VD-PROMOCAO TO TB-DV-PROMOCAO(WS-POS-DEVOLVIVEL)
           END-IF.

           IF VD-VALOR-TABELA IS NUMERIC
               MOVE VD-VALOR-TABELA
                   TO TB-DV-VALOR-TABELA(WS-POS-DEVOLVIVEL)
           ELSE
               MOVE VD-VALOR-UNIT
                   TO TB-DV-VALOR-TABELA(WS-POS-DEVOLVIVEL)
           END-IF.

           MOVE VD-GRUPO-FISCAL
               TO TB-DV-GRUPO-FISCAL(WS-POS-DEVOLVIVEL).
      *--------------------------------------------------------------*
      *    NA DEVOLUCAO A QUANTIDADE VEM NEGATIVA: SUBTRAIR SOMA.
      *--------------------------------------------------------------*
       SOMAR-ITEM-DEVOLVIDO.

           MOVE VD-CODIGO TO WS-ENT-CODIGO.
           PERFORM LOCALIZAR-ITEM-DEVOLVIVEL.

           IF FLAG-ITEM-DEVOLVIVEL
               SUBTRACT VD-QUANTIDADE
                   FROM TB-DV-DEVOLVIDA(WS-POS-DEVOLVIVEL)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ITEM-DEVOLVIVEL.

           MOVE ZEROS TO WS-POS-DEVOLVIVEL.

           PERFORM VARYING WS-IDX-DEVOLVIVEL FROM 1 BY 1
           UNTIL WS-IDX-DEVOLVIVEL > WS-TOTAL-DEVOLVIVEIS

               IF TB-DV-CODIGO(WS-IDX-DEVOLVIVEL) = WS-ENT-CODIGO
                   MOVE WS-IDX-DEVOLVIVEL TO WS-POS-DEVOLVIVEL
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       ENTRADA-MOTIVO.

           MOVE SPACES TO WS-ENT-MOTIVO.
           MOVE 7      TO WS-COUNT-LINE.

           DISPLAY "Motivos de devolucao:" AT 0628.

           PERFORM LISTAR-LINHA-MOTIVO
           VARYING WS-IDX-MOTIVO FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO > CONST-QTD-MOTIVOS.

           DISPLAY "Motivo: " AT 1428.
           ACCEPT WS-ENT-MOTIVO AT 1436.

           MOVE ZEROS TO WS-POS-MOTIVO.

           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
           UNTIL WS-IDX-MOTIVO > CONST-QTD-MOTIVOS

               IF WS-MOT-CODIGO(WS-IDX-MOTIVO) = WS-ENT-MOTIVO
                   MOVE WS-IDX-MOTIVO TO WS-POS-MOTIVO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       LISTAR-LINHA-MOTIVO.

           DISPLAY WS-MOT-CODIGO(WS-IDX-MOTIVO)
               AT LINE WS-COUNT-LINE COLUMN 30.
           DISPLAY WS-MOT-DESCRICAO(WS-IDX-MOTIVO)
               AT LINE WS-COUNT-LINE COLUMN 34.
           ADD 1 TO WS-COUNT-LINE.
      *--------------------------------------------------------------*
       EFETUAR-DEVOLUCAO.

           PERFORM OBTER-PROXIMO-NUMERO.

           IF WS-NUMERO-VENDA = ZEROS
               DISPLAY SC-LIMPA-TELA
               PERFORM AVISAR-NUMERACAO
           ELSE
               PERFORM PROCESSAR-DEVOLUCAO
           END-IF.
      *--------------------------------------------------------------*
       PROCESSAR-DEVOLUCAO.

           MOVE ZEROS TO WS-QTD-ITENS WS-TOTAL-VENDA.

           PERFORM ABRIR-COMPROVANTE.

           DISPLAY SC-LIMPA-TELA.
           DISPLAY "DEVOLUCAO " AT 0328.
           DISPLAY WS-NUMERO-VENDA AT 0338.
           DISPLAY "DA VENDA " AT 0346.
           DISPLAY WS-VENDA-ORIGEM AT 0355.
           DISPLAY "Codigo em branco encerra a devolucao" AT 0428.

           PERFORM CAPTURAR-ITEM-DEVOLUCAO WITH TEST AFTER
           UNTIL WS-ENT-CODIGO = SPACES.

           PERFORM FECHAR-COMPROVANTE.

           IF WS-QTD-ITENS = ZEROS
               DISPLAY "Devolucao sem itens - nada gravado"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               DISPLAY "Devolucao registrada - total: "
               FOREGROUND-COLOR 2 AT 2028
               DISPLAY WS-TOTAL-VENDA
               FOREGROUND-COLOR 2 AT 2059

               STRING "DEVOLUCAO=" DELIMITED BY SIZE
                      WS-NUMERO-VENDA DELIMITED BY SIZE
                      " VENDA=" DELIMITED BY SIZE
                      WS-VENDA-ORIGEM DELIMITED BY SIZE
                      " ITENS=" DELIMITED BY SIZE
                      WS-QTD-ITENS DELIMITED BY SIZE
                      " MOTIVO=" DELIMITED BY SIZE
                      WS-ENT-MOTIVO DELIMITED BY SIZE
                      INTO WS-AUD-PARAMETROS
               MOVE "DEVOLUCAO REGISTRADA" TO WS-AUD-RESULTADO
               PERFORM GRAVAR-AUDITORIA

               PERFORM CONFIRMAR-NUMERO-VENDA
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-COMPROVANTE.

           MOVE SPACES TO WS-DESTINO-TICKET.

           STRING WS-DIR-DADOS    DELIMITED BY SPACE
                  "\devolucao_"   DELIMITED BY SIZE
                  WS-NUMERO-VENDA DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-DESTINO-TICKET.

           OPEN OUTPUT TICKET.

           MOVE WS-NUMERO-VENDA TO TK-DEV-NUMERO.
           MOVE WS-DATA-HOJE    TO TK-DEV-DATA.

           WRITE REC-TICKET FROM TK-DEV-TITULO
           BEFORE ADVANCING 1 LINE.

           MOVE WS-VENDA-ORIGEM TO TK-DEV-VENDA.
           MOVE WS-MOT-DESCRICAO(WS-POS-MOTIVO) TO TK-DEV-MOTIVO.

           WRITE REC-TICKET FROM TK-DEV-ORIGEM
           BEFORE ADVANCING 2 LINES.

           IF WS-DEV-CLIENTE NOT = SPACES
               MOVE WS-DEV-CLIENTE TO TK-CLI-CODIGO
               MOVE SPACES         TO TK-CLI-NOME
               WRITE REC-TICKET FROM TK-CLIENTE
               BEFORE ADVANCING 2 LINES
           END-IF.
      *--------------------------------------------------------------*
       CAPTURAR-ITEM-DEVOLUCAO.

           MOVE SPACES TO WS-ENT-CODIGO.
           MOVE ZEROS  TO WS-ENT-QUANTIDADE WS-SALDO-DEVOLVIVEL.

           DISPLAY "Codigo do produto: " AT 0628.
           ACCEPT WS-ENT-CODIGO AT 0648.

           IF WS-ENT-CODIGO NOT = SPACES
               DISPLAY "Quantidade: " AT 0728
               ACCEPT WS-ENT-QUANTIDADE AT 0741

               PERFORM LOCALIZAR-ITEM-DEVOLVIVEL

               IF FLAG-ITEM-DEVOLVIVEL
                   COMPUTE WS-SALDO-DEVOLVIVEL =
                       TB-DV-VENDIDA(WS-POS-DEVOLVIVEL)
                     - TB-DV-DEVOLVIDA(WS-POS-DEVOLVIVEL)
               END-IF

               EVALUATE TRUE
                   WHEN WS-ENT-QUANTIDADE = ZEROS
                       DISPLAY "Quantidade invalida - item descartado"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN NOT FLAG-ITEM-DEVOLVIVEL
                       DISPLAY "Produto nao consta da venda original"
                       FOREGROUND-COLOR 6 AT 2028
                   WHEN WS-ENT-QUANTIDADE > WS-SALDO-DEVOLVIVEL
                       DISPLAY "Maior que o saldo a devolver de "
                       FOREGROUND-COLOR 6 AT 2028
                       DISPLAY WS-SALDO-DEVOLVIVEL
                       FOREGROUND-COLOR 6 AT 2060
                   WHEN OTHER
                       PERFORM PROCESSAR-ITEM-DEVOLUCAO
               END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
       PROCESSAR-ITEM-DEVOLUCAO.
           PERFORM OBTER-CAMINHO-PRODUTOS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           OPEN I-O PRODUTOS.

           IF NOT FLAG-PRODUTOS-SUCESSO
               DISPLAY "ERRO NA ABERTURA DE PRODUTOS.DAT"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               MOVE WS-ENT-CODIGO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF NOT FLAG-PRODUTOS-SUCESSO
                   DISPLAY "Produto nao encontrado"
                   FOREGROUND-COLOR 6 AT 2028
               ELSE
                   PERFORM RETORNAR-ITEM-ESTOQUE
               END-IF

               CLOSE PRODUTOS
           END-IF.
      *--------------------------------------------------------------*
      *    A MERCADORIA VOLTA PARA A LOJA SEM MEXER NO CUSTO MEDIO
      *    (ENTRADA SEM CUSTO, COMO NA DEVOLUCAO DE TP10-MOVTO).
      *--------------------------------------------------------------*
       RETORNAR-ITEM-ESTOQUE.

           ADD WS-ENT-QUANTIDADE TO FD-PROD-QTD-ESTOQUE.

           REWRITE REG-PRODUTO.

           MOVE WS-ENT-CODIGO     TO WS-LOC-CODIGO.
           MOVE CONST-LOCAL-LOJA  TO WS-LOC-LOCAL.
           MOVE "E"               TO WS-LOC-TIPO.
           MOVE WS-ENT-QUANTIDADE TO WS-LOC-QTD.
           PERFORM APLICAR-SALDO-LOCAL.

           MOVE "E"               TO WS-TIPO-MOVIMENTO.
           MOVE WS-ENT-CODIGO     TO WS-MOV-CODIGO.
           MOVE WS-ENT-QUANTIDADE TO WS-MOV-QUANTIDADE.
           PERFORM GRAVAR-MOVIMENTO-ESTOQUE.
           PERFORM GRAVAR-ITEM-DEVOLUCAO.
           PERFORM IMPRIMIR-ITEM-TICKET.
      *--------------------------------------------------------------*
       GRAVAR-ITEM-DEVOLUCAO.

           COMPUTE WS-VALOR-ITEM ROUNDED =
               WS-ENT-QUANTIDADE * TB-DV-VALOR-UNIT(WS-POS-DEVOLVIVEL).

           MOVE SPACES TO WS-STATUS-VENDAS.

           OPEN EXTEND VENDAS.

           IF NOT FLAG-VENDAS-SUCESSO
               IF FLAG-VENDAS-NAO-CRIADO
                   OPEN OUTPUT VENDAS
               END-IF
           END-IF.

           MOVE SPACES TO REG-VENDA.

           MOVE WS-NUMERO-VENDA   TO VD-NUMERO.
           MOVE WS-DATA-HOJE      TO VD-DATA.
           MOVE WS-LOGIN-ID       TO VD-OPERADOR.
           MOVE WS-ENT-CODIGO     TO VD-CODIGO.
           MOVE TB-DV-SETOR(WS-POS-DEVOLVIVEL)      TO VD-SETOR.
           COMPUTE VD-QUANTIDADE  = ZEROS - WS-ENT-QUANTIDADE.
           MOVE TB-DV-VALOR-UNIT(WS-POS-DEVOLVIVEL) TO VD-VALOR-UNIT.
           COMPUTE VD-VALOR-TOTAL = ZEROS - WS-VALOR-ITEM.
           MOVE WS-DEV-CLIENTE    TO VD-CLIENTE.
           MOVE "D"               TO VD-TIPO.
           MOVE WS-VENDA-ORIGEM   TO VD-VENDA-ORIGEM.
           MOVE WS-ENT-MOTIVO     TO VD-MOTIVO.
           MOVE TB-DV-PROMOCAO(WS-POS-DEVOLVIVEL) TO VD-PROMOCAO.
           MOVE TB-DV-VALOR-TABELA(WS-POS-DEVOLVIVEL)
               TO VD-VALOR-TABELA.
           MOVE TB-DV-GRUPO-FISCAL(WS-POS-DEVOLVIVEL)
               TO VD-GRUPO-FISCAL.

           WRITE REG-VENDA.

           CLOSE VENDAS.

           ADD 1 TO WS-QTD-ITENS.
           ADD WS-VALOR-ITEM TO WS-TOTAL-VENDA.
           ADD WS-ENT-QUANTIDADE TO TB-DV-DEVOLVIDA(WS-POS-DEVOLVIVEL).
      *--------------------------------------------------------------*
       FECHAR-COMPROVANTE.

           MOVE WS-TOTAL-VENDA TO TK-DEV-TOT-VALOR.

           WRITE REC-TICKET FROM TK-DEV-TOTAL
           BEFORE ADVANCING 2 LINES.

           IF WS-QTD-ITENS > ZEROS
               PERFORM GRAVAR-REEMBOLSO-DEVOLUCAO
           END-IF.

           WRITE REC-TICKET FROM TK-RODAPE
           BEFORE ADVANCING PAGE.

           CLOSE TICKET.
      *--------------------------------------------------------------*
      *    O REEMBOLSO SEGUE AS FORMAS DA VENDA ORIGINAL, NA MESMA
      *    PROPORCAO: A PARTE PAGA A PRAZO ABATE AS PARCELAS EM ABERTO
      *    DA VENDA, DA ULTIMA PARA A PRIMEIRA, E O RESTO SAI DO CAIXA
      *    EM DINHEIRO - TAMBEM O QUE PASSAR DO SALDO EM ABERTO. VENDA
      *    SEM FORMAS GRAVADAS SEGUE A REGRA DO CLIENTE: SEM CLIENTE,
      *    DINHEIRO; COM CLIENTE, CONTA. AS PARTES ENTRAM NEGATIVAS NO
      *    FECHAMENTO DE CAIXA DO DIA DA DEVOLUCAO.
      *--------------------------------------------------------------*
       GRAVAR-REEMBOLSO-DEVOLUCAO.

           PERFORM SOMAR-PAGTOS-ORIGEM.

           EVALUATE TRUE
               WHEN WS-REEMB-ORIG-AVISTA + WS-REEMB-ORIG-PRAZO > ZEROS
                   COMPUTE WS-REEMB-PRAZO ROUNDED =
                       WS-TOTAL-VENDA * WS-REEMB-ORIG-PRAZO
                       / (WS-REEMB-ORIG-AVISTA + WS-REEMB-ORIG-PRAZO)
                   COMPUTE WS-REEMB-AVISTA =
                       WS-TOTAL-VENDA - WS-REEMB-PRAZO
               WHEN WS-DEV-CLIENTE = SPACES
                   MOVE WS-TOTAL-VENDA TO WS-REEMB-AVISTA
                   MOVE ZEROS          TO WS-REEMB-PRAZO
               WHEN OTHER
                   MOVE ZEROS          TO WS-REEMB-AVISTA
                   MOVE WS-TOTAL-VENDA TO WS-REEMB-PRAZO
           END-EVALUATE.

           IF WS-REEMB-PRAZO > ZEROS
               PERFORM ABATER-PARCELAS-ORIGEM
           END-IF.

           PERFORM OBTER-CAMINHO-PAGTOS-VENDA.

           MOVE SPACES TO WS-STATUS-PAGTOS-VENDA.

           OPEN EXTEND PAGTOS-VENDA.

           IF NOT FLAG-PAGTOS-VENDA-SUCESSO
               IF FLAG-PAGTOS-VENDA-NAO-CRIADO
                   OPEN OUTPUT PAGTOS-VENDA
               END-IF
           END-IF.

           IF WS-REEMB-AVISTA > ZEROS
               MOVE "DI"            TO WS-ENT-FORMA
               MOVE WS-REEMB-AVISTA TO WS-REEMB-PARTE
               PERFORM GRAVAR-PARTE-REEMBOLSO
           END-IF.

           IF WS-REEMB-PRAZO > ZEROS
               MOVE "PZ"            TO WS-ENT-FORMA
               MOVE WS-REEMB-PRAZO  TO WS-REEMB-PARTE
               PERFORM GRAVAR-PARTE-REEMBOLSO
           END-IF.

           CLOSE PAGTOS-VENDA.

           MOVE SPACES TO REC-TICKET.
           WRITE REC-TICKET
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
       GRAVAR-PARTE-REEMBOLSO.

           MOVE SPACES TO REG-PAGTO-VENDA.

           MOVE WS-NUMERO-VENDA   TO PG-VENDA.
           MOVE WS-DATA-HOJE      TO PG-DATA.
           MOVE WS-LOGIN-ID       TO PG-OPERADOR.
           MOVE WS-ENT-FORMA      TO PG-FORMA.
           COMPUTE PG-VALOR = ZEROS - WS-REEMB-PARTE.

           WRITE REG-PAGTO-VENDA.

           PERFORM LOCALIZAR-DESCRICAO-FORMA.

           MOVE WS-REEMB-PARTE TO TK-RE-VALOR.

           WRITE REC-TICKET FROM TK-REEMBOLSO
           BEFORE ADVANCING 1 LINE.
      *--------------------------------------------------------------*
      *    SOMA AS PARTES DA VENDA ORIGINAL EM pagamentos_venda.dat:
      *    PRAZO DE UM LADO, AS DEMAIS FORMAS (A VISTA) DO OUTRO.
      *--------------------------------------------------------------*
       SOMAR-PAGTOS-ORIGEM.

           MOVE ZEROS TO WS-REEMB-ORIG-AVISTA WS-REEMB-ORIG-PRAZO.

           MOVE SPACES TO WS-STATUS-PAGTOS-VENDA.

           PERFORM OBTER-CAMINHO-PAGTOS-VENDA.

           OPEN INPUT PAGTOS-VENDA.

           IF FLAG-PAGTOS-VENDA-SUCESSO
               PERFORM SOMAR-LINHA-PAGTO-ORIGEM WITH TEST BEFORE
               UNTIL FLAG-PAGTOS-VENDA-EOF
               CLOSE PAGTOS-VENDA
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-LINHA-PAGTO-ORIGEM.

           READ PAGTOS-VENDA.

           IF NOT FLAG-PAGTOS-VENDA-EOF
               IF PG-VENDA = WS-VENDA-ORIGEM
               AND PG-VALOR > ZEROS
                   IF FLAG-PG-PRAZO
                       ADD PG-VALOR TO WS-REEMB-ORIG-PRAZO
                   ELSE
                       ADD PG-VALOR TO WS-REEMB-ORIG-AVISTA
                   END-IF
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    A PARTE A PRAZO REDUZ O VALOR DAS PARCELAS EM ABERTO DA
      *    VENDA ORIGINAL, DA ULTIMA PARA A PRIMEIRA; A PARCELA CUJO
      *    SALDO SE ESGOTA FICA QUITADA PELO QUE JA FOI RECEBIDO. O
      *    QUE SOBRAR DEPOIS DE TODAS AS PARCELAS VOLTA EM DINHEIRO.
      *    COM receber.dat ALEM DA TABELA O ARQUIVO NAO E REGRAVADO E
      *    O ABATIMENTO FICA PARA A BAIXA MANUAL EM TP10-RECEBER.
      *--------------------------------------------------------------*
       ABATER-PARCELAS-ORIGEM.

           MOVE WS-REEMB-PRAZO TO WS-REEMB-RESTANTE.

           PERFORM CARREGAR-TABELA-TITULOS.

           IF FLAG-TABELA-TITULOS-CHEIA
               DISPLAY "RECEBER.DAT ACIMA DO LIMITE - ABATA AS "
                   "PARCELAS DA VENDA EM TP10-RECEBER"
               FOREGROUND-COLOR 6 AT 2028
           ELSE
               PERFORM ABATER-PARCELA-ORIGEM
               VARYING WS-IDX-TITULO FROM WS-TOTAL-TITULOS BY -1
               UNTIL WS-IDX-TITULO < 1
               OR WS-REEMB-RESTANTE = ZEROS

               IF WS-REEMB-RESTANTE < WS-REEMB-PRAZO
                   PERFORM SALVAR-TABELA-TITULOS
               END-IF

               SUBTRACT WS-REEMB-RESTANTE FROM WS-REEMB-PRAZO
               ADD WS-REEMB-RESTANTE TO WS-REEMB-AVISTA
           END-IF.
      *--------------------------------------------------------------*
       ABATER-PARCELA-ORIGEM.

           MOVE TB-CR-REGISTRO(WS-IDX-TITULO) TO REG-RECEBER.

           IF CR-VENDA = WS-VENDA-ORIGEM
           AND FLAG-CR-ABERTA
               COMPUTE WS-SALDO-PARCELA = CR-VALOR - CR-VALOR-PAGO

               IF WS-REEMB-RESTANTE < WS-SALDO-PARCELA
                   SUBTRACT WS-REEMB-RESTANTE FROM CR-VALOR
                   MOVE ZEROS TO WS-REEMB-RESTANTE
               ELSE
                   SUBTRACT WS-SALDO-PARCELA FROM WS-REEMB-RESTANTE
                   MOVE CR-VALOR-PAGO TO CR-VALOR
                   SET FLAG-CR-QUITADA TO TRUE
               END-IF

               MOVE REG-RECEBER TO TB-CR-REGISTRO(WS-IDX-TITULO)
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TABELA-TITULOS.

           MOVE ZEROS  TO WS-TOTAL-TITULOS.
           MOVE "N"    TO WS-TABELA-TITULOS-CHEIA.
           MOVE SPACES TO WS-STATUS-RECEBER.

           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN INPUT RECEBER.

           IF FLAG-RECEBER-SUCESSO
               PERFORM CARREGAR-LINHA-TITULO WITH TEST BEFORE
               UNTIL FLAG-RECEBER-EOF
               OR FLAG-TABELA-TITULOS-CHEIA
               CLOSE RECEBER
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-LINHA-TITULO.

           READ RECEBER.

           IF NOT FLAG-RECEBER-EOF
               IF WS-TOTAL-TITULOS >= CONST-LIMITE-TITULOS
                   MOVE "S" TO WS-TABELA-TITULOS-CHEIA
               ELSE
                   ADD 1 TO WS-TOTAL-TITULOS
                   MOVE REG-RECEBER TO TB-CR-REGISTRO(WS-TOTAL-TITULOS)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SALVAR-TABELA-TITULOS.

           PERFORM OBTER-CAMINHO-RECEBER.

           OPEN OUTPUT RECEBER.

           PERFORM SALVAR-LINHA-TITULO
           VARYING WS-IDX-TITULO FROM 1 BY 1
           UNTIL WS-IDX-TITULO > WS-TOTAL-TITULOS.

           CLOSE RECEBER.
      *--------------------------------------------------------------*
       SALVAR-LINHA-TITULO.

           MOVE TB-CR-REGISTRO(WS-IDX-TITULO) TO REG-RECEBER.

           WRITE REG-RECEBER.
      *--------------------------------------------------------------*
       RESUMO-DIARIO.
           DISPLAY SC-LIMPA-TELA.
