      *    NA DESCRICAO O NUMERO DA VERSAO DO LAYOUT. VERSOES:
      *    001 = SEQUENCIAL COM PRECO 99,99; 002 = SEQUENCIAL COM
      *    PRECO 99999,99; 003 = INDEXADO SEM CUSTO MEDIO; 004 =
      *    INDEXADO COM O CUSTO MEDIO NO FIM; 005 = INDEXADO COM A
      *    CLASSE ABC APOS O CUSTO MEDIO; 006 = INDEXADO COM NCM,
      *    ORIGEM E GRUPO FISCAL NO FIM; 007 = INDEXADO ATUAL, COM A
      *    SITUACAO, SUA DATA DE VIGENCIA E O MOTIVO NO FIM. OS
      *    PROGRAMAS CONFEREM A VERSAO COM
      *    VERIFICAR-VERSAO-PRODUTOS.cpy E RECUSAM ARQUIVO DE VERSAO
      *    DIFERENTE; A CONVERSAO ENTRE VERSOES E FEITA POR
      *    TP10-CONV-PROD.
      *--------------------------------------------------------------*
       77 CONST-CHAVE-VERSAO        PIC X(5)              VALUE "*VER*".
       77 CONST-VERSAO-LAYOUT       PIC X(3)              VALUE "007".
       77 WS-VERSAO-ARQUIVO         PIC X(3)              VALUE SPACES.
       77 WS-VERSAO-CONFERE         PIC 9                 VALUE ZEROS.
           88 FLAG-VERSAO-OK                              VALUE 1.
