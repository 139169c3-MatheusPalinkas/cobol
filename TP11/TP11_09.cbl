      *    DO SISTEMA PARA CONTAS DO RAZAO (de_para_contabil.txt -
      *    EVENTOS FH-BRUTO, FH-INSS, FH-IRRF, FH-FGTS, FH-LIQUIDO
      *    DA FOLHA; MOV-E, MOV-S, MOV-A DO ESTOQUE VALORADOS PELO
      *    CUSTO MEDIO; VENDA DA RECEITA; IMP-ICMS, IMP-PIS E
      *    IMP-COFINS DOS IMPOSTOS SOBRE A RECEITA, APURADOS PELO
      *    GRUPO FISCAL DE CADA LINHA DE VENDA COMO NO LIVRO FISCAL
      *    DO TP10-LIVRO-FISCAL) E GERA OS LANCAMENTOS
      *    BALANCEADOS DE DEBITO/CREDITO DA COMPETENCIA EM
      *    lancamentos_contabeis.txt, COM O RELATORIO DE CONTROLE
      *    (contabil_controle.txt) PROVANDO QUE A EXPORTACAO FECHA

           COPY PRODUTO-SELECT.

           COPY GRUPO-FISCAL-SELECT.

           SELECT LANCAMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FILLER                PIC X                 VALUE SPACES.
           05 MV-OPERADOR           PIC X(10)             VALUE SPACES.

       COPY VENDA-FD.

       COPY GRUPO-FISCAL-FD.

       COPY PRODUTO-FD.

           COPY DIR-DADOS.
           COPY FOLHA-STATUS.
           COPY PRODUTO-STATUS.
           COPY GRUPO-FISCAL-STATUS.
       COPY AUDITORIA-STATUS.
       77 WS-ARQ-DE-PARA            PIC X(60)      VALUE SPACES.
       77 WS-STATUS-DE-PARA         PIC X(02)      VALUE SPACES.
               10 TB-DP-DEBITO      PIC X(08)      VALUE SPACES.
               10 TB-DP-CREDITO     PIC X(08)      VALUE SPACES.
      *---- TOTAIS POR EVENTO ----------------------------------------*
      *    DOZE EVENTOS FIXOS, NA ORDEM DOS ROTULOS ABAIXO.
       77 CONST-QTD-EVENTOS         PIC 9(2)       VALUE 12.
       01 TB-EVENTOS-NOMES.
           05 FILLER PIC X(10) VALUE "FH-BRUTO".
           05 FILLER PIC X(10) VALUE "FH-INSS".
           05 FILLER PIC X(10) VALUE "MOV-S".
           05 FILLER PIC X(10) VALUE "MOV-A".
           05 FILLER PIC X(10) VALUE "VENDA".
           05 FILLER PIC X(10) VALUE "IMP-ICMS".
           05 FILLER PIC X(10) VALUE "IMP-PIS".
           05 FILLER PIC X(10) VALUE "IMP-COFINS".
       01 TB-EVENTOS-ROTULOS REDEFINES TB-EVENTOS-NOMES.
           05 TB-EV-EVENTO OCCURS 12 TIMES PIC X(10).
       01 TB-EVENTOS-TOTAIS.
           05 TB-EV-TOTAL OCCURS 12 TIMES
                                    PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-IDX-EV                 PIC 9(2)       VALUE ZEROS.
       77 WS-VALOR-MOVTO            PIC 9(9)V9(2)  VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS        PIC 9(3)       VALUE ZEROS.
       01 CT-DETALHE.
           05 CT-DET-EVENTO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CT-DET-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CT-DET-MARCA PIC X(20).
      *---- SCREENS ------------------------------------------------*
           MOVE SPACES TO WS-ENT-EVENTO WS-ENT-CONTA-DEBITO
                          WS-ENT-CONTA-CREDITO.

           DISPLAY "Evento (FH-BRUTO, VENDA, IMP-ICMS...): " AT 0528.
           ACCEPT WS-ENT-EVENTO AT 0565.

           DISPLAY "Conta de debito: " AT 0728.
       TOTALIZAR-VENDAS.

           MOVE SPACES TO WS-STATUS-VENDAS.
           MOVE SPACES TO WS-STATUS-PRODUTOS.

           PERFORM OBTER-CAMINHO-VENDAS.
           PERFORM OBTER-CAMINHO-PRODUTOS.
           PERFORM CARREGAR-GRUPOS-FISCAIS.

           OPEN INPUT VENDAS.

           IF FLAG-VENDAS-SUCESSO
               OPEN INPUT PRODUTOS

               PERFORM TOTALIZAR-LINHA-VENDA WITH TEST BEFORE
               UNTIL FLAG-VENDAS-EOF

               CLOSE PRODUTOS
               CLOSE VENDAS
           END-IF.
      *--------------------------------------------------------------*
               IF VD-DATA >= WS-MES-INICIO
               AND VD-DATA <= WS-MES-FIM
                   ADD VD-VALOR-TOTAL TO TB-EV-TOTAL(9)
                   PERFORM TOTALIZAR-IMPOSTO-VENDA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    O IMPOSTO DA LINHA SAI DO GRUPO GRAVADO NA VENDA; LINHA
      *    ANTIGA SEM O CAMPO USA O GRUPO ATUAL DO PRODUTO. A
      *    DEVOLUCAO TEM BASE NEGATIVA E ESTORNA O IMPOSTO.
      *--------------------------------------------------------------*
       TOTALIZAR-IMPOSTO-VENDA.

           MOVE VD-GRUPO-FISCAL TO WS-GF-GRUPO-BUSCA.

           IF WS-GF-GRUPO-BUSCA = SPACES
               MOVE VD-CODIGO TO FD-PROD-CODIGO
               READ PRODUTOS

               IF FLAG-PRODUTOS-SUCESSO
                   MOVE FD-PROD-GRUPO-FISCAL TO WS-GF-GRUPO-BUSCA
               END-IF
           END-IF.

           MOVE VD-VALOR-TOTAL TO WS-GF-BASE.
           PERFORM APURAR-IMPOSTO-VENDA.

           ADD WS-GF-VALOR-ICMS   TO TB-EV-TOTAL(10).
           ADD WS-GF-VALOR-PIS    TO TB-EV-TOTAL(11).
           ADD WS-GF-VALOR-COFINS TO TB-EV-TOTAL(12).
      *--------------------------------------------------------------*
       OBTER-CAMINHO-GRUPOS.
           COPY OBTER-CAMINHO-ARQUIVO REPLACING ==:ARQUIVO:==
                 BY =="grupos_fiscais.dat"==
                ==:DESTINO:== BY ==WS-ARQ-GRUPOS==
                ==:DDVAR:==  BY =="DD_GRUPOS-FISCAIS"==.
      *--------------------------------------------------------------*
       CARREGAR-GRUPOS-FISCAIS.
           COPY CARREGAR-GRUPOS-FISCAIS.
      *--------------------------------------------------------------*
       APURAR-IMPOSTO-VENDA.
           COPY APURAR-IMPOSTO-VENDA.
      *--------------------------------------------------------------*
       GRAVAR-LANCAMENTOS.

